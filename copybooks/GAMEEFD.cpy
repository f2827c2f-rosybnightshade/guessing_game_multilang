      *****************************************************************
      *  GAMEEFD - FD and record for the quota exception file.  One
      *  record appended per session refused because the operator
      *  had reached the day's quota: who, on which business day and
      *  when, which quota line applied, and what was counted
      *  against it - completed games on GAMEHIST for the day plus a
      *  game of the day still in flight on GAMECHKP.
      *****************************************************************
       FD  QUOTA-EXCEPTION-FILE.
       01 QUOTA-EXCEPTION-RECORD.
           05 QEX-BUSINESS-DATE        PIC 9(8).
           05 QEX-REFUSED-TIME         PIC 9(8).
           05 QEX-OPERATOR-ID          PIC X(8).
           05 QEX-DEPARTMENT           PIC X(8).
           05 QEX-SHIFT                PIC X.
           05 QEX-RUN-MODE             PIC X.
           05 QEX-QUOTA-SOURCE         PIC X.
               88 QEX-FROM-OPERATOR        VALUE 'O'.
               88 QEX-FROM-SHIFT           VALUE 'S'.
               88 QEX-FROM-DEPARTMENT      VALUE 'D'.
           05 QEX-QUOTA-LIMIT          PIC 9(4).
           05 QEX-GAMES-COMPLETED      PIC 9(4).
           05 QEX-GAMES-IN-FLIGHT      PIC 9(4).
