      *****************************************************************
      *  GAMEDFD - FD and record for the business-date control file.
      *  A single record naming the shop's current business date and
      *  whether that day is still open for play.  Programs date
      *  their work from BDT-BUSINESS-DATE, never from the system
      *  clock, so a second-shift batch that runs past midnight - or
      *  a rerun the next morning - still posts to the day it
      *  belongs to.  Once the day is closed no further games may be
      *  posted to it; the next day must be opened first.  The
      *  opened/closed stamps are wall-clock and say when, and by
      *  whom, each change was made.
      *****************************************************************
       FD  BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDT-BUSINESS-DATE        PIC 9(8).
           05 BDT-DAY-STATUS           PIC X.
               88 BDT-DAY-IS-OPEN          VALUE 'O'.
               88 BDT-DAY-IS-CLOSED        VALUE 'C'.
           05 BDT-PRIOR-BUSINESS-DATE  PIC 9(8).
           05 BDT-OPENED-DATE          PIC 9(8).
           05 BDT-OPENED-TIME          PIC 9(8).
           05 BDT-OPENED-BY            PIC X(8).
           05 BDT-CLOSED-DATE          PIC 9(8).
           05 BDT-CLOSED-TIME          PIC 9(8).
           05 BDT-CLOSED-BY            PIC X(8).
