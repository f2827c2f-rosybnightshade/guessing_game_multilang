      *  operator can land in the same clock tick, and without it the
      *  second game's guesses would collide with the first's.
      *  Records loaded from the pre-keyed flat trail carry sequence
      *  zero.  AUD-SITE-CODE mirrors HIST-SITE-CODE: spaces for a
      *  guess made at the central shop, the branch site's code for
      *  one loaded from that site's transmission.
      *****************************************************************
       FD  AUDIT-FILE.
       01 AUDIT-RECORD.
               10 AUD-ATTEMPT-NO       PIC 9(4).
           05 AUD-GUESS-VALUE          PIC 9(5).
           05 AUD-RESULT               PIC X(9).
           05 AUD-SITE-CODE            PIC X(4).
