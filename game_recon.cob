      *  two years of guesses; the history file must still arrive
      *  operator-major for the balance line, so it keeps its
      *  primary-key walk and simply skips records outside the
      *  range.  A card with both dates blank balances the current
      *  business date from the GAMEBDAT control record.  No card
      *  keeps the old whole-file balance.
      *
      *  As a balancing control this program must not mistake a
      *  missing input for an empty one: any file that fails to open
      *  stops the run with RETURN-CODE 12.
      *
      *  A game voided on the dispute file (GAMEDISP) is still a
      *  game that was played and audited: it balances like any
      *  other, and is only counted in an information line.  The
      *  dispute file is the one input allowed to be absent - no
      *  file just means no game has been ruled on.
      *****************************************************************

       ENVIRONMENT DIVISION.
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMECSEL.
           COPY GAMEDSEL.
           COPY GAMEVSEL.

           SELECT RECON-PARM-FILE ASSIGN TO "GAMERCNP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMECFD.
           COPY GAMEDFD.
           COPY GAMEVFD.

       FD  RECON-PARM-FILE.
       01 RECON-PARM-RECORD.
       01 AUDIT-STATUS                 PIC XX.
       01 CANCEL-STATUS                PIC XX.
       01 RECON-PARM-STATUS            PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 REPORT-STATUS                PIC XX.
       01 DISPUTE-STATUS               PIC XX.

       01 PERIOD-FROM-DATE             PIC 9(8) VALUE ZERO.
       01 PERIOD-TO-DATE               PIC 9(8) VALUE 99999999.
           88 GROUP-IS-PRESENT             VALUE 'Y'.
       01 GROUP-CLEAN-FLAG             PIC X VALUE 'N'.
           88 GROUP-IS-CLEAN               VALUE 'Y'.
       01 DISPUTES-OPEN-FLAG           PIC X VALUE 'N'.
           88 DISPUTES-ARE-OPEN            VALUE 'Y'.

      *    Read-ahead buffer for the sorted audit stream, so a record
      *    that starts the next game's group is recognized and kept
       01 IN-FLIGHT-GROUP-COUNT        PIC 9(7) VALUE ZERO.
       01 CANCELLED-GROUP-COUNT        PIC 9(7) VALUE ZERO.
       01 DISCREPANCY-COUNT            PIC 9(7) VALUE ZERO.
       01 VOIDED-MATCHED-COUNT         PIC 9(7) VALUE ZERO.

      *    Game keys of supervisor-cancelled games, loaded from the
      *    cancellation file so an unfinished audit group they match
           WRITE REPORT-LINE FROM HEADER-LINE.
           WRITE REPORT-LINE FROM COLUMN-LINE.
           PERFORM 1500-LOAD-CANCELLATIONS.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS = "00"
               SET DISPUTES-ARE-OPEN TO TRUE
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-OPERATOR-ID
               ON ASCENDING KEY SRT-GAME-DATE
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-MATCH-FILES.
           PERFORM 8000-WRITE-CONTROL-TOTALS.
           IF DISPUTES-ARE-OPEN
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE REPORT-FILE.
           STOP RUN.

                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPARM-FROM-DATE = SPACES
                               AND RPARM-TO-DATE = SPACES
                           PERFORM 0150-LOAD-BUSINESS-DATE
                       END-IF
                       IF RPARM-FROM-DATE IS NUMERIC
                               AND RPARM-TO-DATE IS NUMERIC
                           MOVE RPARM-FROM-DATE TO PERIOD-FROM-DATE
               CLOSE RECON-PARM-FILE
           END-IF.

      *    A card with both dates blank asks for the current
      *    business day on the GAMEBDAT control record.
       0150-LOAD-BUSINESS-DATE.
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
                       "reconciliation cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO PERIOD-FROM-DATE.
           MOVE BDT-BUSINESS-DATE TO PERIOD-TO-DATE.
           CLOSE BUSINESS-DATE-FILE.

      *    No cancellation file just means no supervisor has ever
      *    cancelled a game - unlike the history and audit files,
      *    an absent file here is a legitimate empty one.
           IF GROUP-IS-CLEAN
               ADD 1 TO GAMES-IN-BALANCE-COUNT
           END-IF.
           IF DISPUTES-ARE-OPEN
               MOVE HIST-KEY TO DSP-KEY
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-CASE-IS-RULED AND DSP-IS-VOIDED
                           ADD 1 TO VOIDED-MATCHED-COUNT
                       END-IF
               END-READ
           END-IF.

       2300-REPORT-HISTORY-ONLY.
           ADD 1 TO HISTORY-ONLY-COUNT.
           MOVE "GAMES CANCELLED BY SUPERVISOR" TO TOT-LABEL.
           MOVE CANCELLED-GROUP-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "VOIDED GAMES MATCHED (INFO ONLY)" TO TOT-LABEL.
           MOVE VOIDED-MATCHED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "DISCREPANCY LINES REPORTED" TO TOT-LABEL.
           MOVE DISCREPANCY-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
