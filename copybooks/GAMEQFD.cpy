      *****************************************************************
      *  GAMEQFD - FD and record for the play quota table.  One line
      *  per quota, kept by the supervisors with an editor:
      *    D  a department's limit on new games per business day for
      *       each of its operators; with QTA-SHIFT filled in the
      *       limit applies only to that department's operators on
      *       that shift, and takes precedence over the department's
      *       all-shift line,
      *    O  an override for one operator, which takes precedence
      *       over the department's lines (9999 is in effect no
      *       limit).
      *  An operator with no line of either kind is not limited.
      *  Games are counted against the business date, so a shift
      *  that runs past midnight stays on one day's quota.
      *****************************************************************
       FD  QUOTA-FILE.
       01 QUOTA-RECORD.
           05 QTA-TYPE                 PIC X.
               88 QTA-IS-DEPARTMENT        VALUE 'D'.
               88 QTA-IS-OPERATOR          VALUE 'O'.
           05 QTA-KEY                  PIC X(8).
           05 QTA-SHIFT                PIC X.
           05 QTA-MAX-GAMES            PIC X(4).
