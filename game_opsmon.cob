      *  RETURN-CODE.
      *
      *  A parameter card (GAMEOPSP.DAT) supplies the reporting
      *  period (from/to run dates); both dates blank reports the
      *  current business date from the GAMEBDAT control record.
      *  The run-control records - the file is append-only, so they
      *  arrive in run order - are broken on run date: runs per day
      *  by RUNC-RUN-MODE, the day's
      *  session-reject and invalid-guess rates, and a day-over-day
      *  trend on each rate (rates compared by cross-multiplying the
      *  counts so no precision is lost to a divide).
       FILE-CONTROL.
           COPY GAMERSEL.
           COPY GAMEHSEL.
           COPY GAMEDSEL.

           SELECT OPSMON-PARM-FILE ASSIGN TO "GAMEOPSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY GAMERFD.
           COPY GAMEHFD.
           COPY GAMEDFD.

       FD  OPSMON-PARM-FILE.
       01 OPSMON-PARM-RECORD.
       01 RUN-CONTROL-STATUS           PIC XX.
       01 HISTORY-STATUS               PIC XX.
       01 OPSMON-PARM-STATUS           PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 REPORT-STATUS                PIC XX.

       01 PARM-FOUND-FLAG              PIC X VALUE 'N'.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPARM-FROM-DATE = SPACES
                               AND OPARM-TO-DATE = SPACES
                           PERFORM 1150-LOAD-BUSINESS-DATE
                       END-IF
                       IF OPARM-FROM-DATE IS NUMERIC
                               AND OPARM-TO-DATE IS NUMERIC
                           MOVE OPARM-FROM-DATE TO PERIOD-FROM-DATE
               STOP RUN
           END-IF.

      *    A card with both dates blank asks for the current
      *    business day on the GAMEBDAT control record.
       1150-LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "Unable to open business-date control file, "
                   "status " BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY "Business-date control file is empty - "
                       "operations report cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO PERIOD-FROM-DATE.
           MOVE BDT-BUSINESS-DATE TO PERIOD-TO-DATE.
           SET PARM-WAS-FOUND TO TRUE.
           CLOSE BUSINESS-DATE-FILE.

      *    As a monitoring control this report must not mistake a
      *    missing run-control file for a quiet period, so a failed
      *    open stops the run.
