       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-QUOTARPT.
      *****************************************************************
      *  Daily play quota exceptions report for the supervisors.
      *  The game driver refuses a new game once an operator has
      *  reached the day's quota and appends the refusal to the
      *  quota exception file (GAMEQEXC.DAT); this report lists one
      *  business day's refusals by department and operator, so a
      *  supervisor can see who was turned away, when, and against
      *  which quota line.
      *
      *  A parameter card (GAMEQRPP.DAT) may name the business date
      *  to report; with no card, or a blank date, the current
      *  business date from the GAMEBDAT control record is used.
      *  The report opens with the quota table in force
      *  (GAMEQUOT.DAT), then the refusals, and closes with a
      *  cross-check: the day's refusals counted on the run-control
      *  records (GAMERUNC) against the refusals listed, so a
      *  refusal that never reached the exception file shows up
      *  here.  A cross-check mismatch ends the run with
      *  RETURN-CODE 4; a report that cannot be opened, or an
      *  unreadable date, with 12.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEQSEL.
           COPY GAMEESEL.
           COPY GAMERSEL.
           COPY GAMEDSEL.

           SELECT QUOTA-PARM-FILE ASSIGN TO "GAMEQRPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-PARM-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "GAMESORT".

           SELECT REPORT-FILE ASSIGN TO "GAMEQRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEQFD.
           COPY GAMEEFD.
           COPY GAMERFD.
           COPY GAMEDFD.

       FD  QUOTA-PARM-FILE.
       01 QUOTA-PARM-RECORD.
           05 QPARM-BUSINESS-DATE      PIC X(8).

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-DEPARTMENT           PIC X(8).
           05 SRT-OPERATOR-ID          PIC X(8).
           05 SRT-REFUSED-TIME         PIC 9(8).
           05 SRT-SHIFT                PIC X.
           05 SRT-RUN-MODE             PIC X.
           05 SRT-QUOTA-SOURCE         PIC X.
           05 SRT-QUOTA-LIMIT          PIC 9(4).
           05 SRT-GAMES-COMPLETED      PIC 9(4).
           05 SRT-GAMES-IN-FLIGHT      PIC 9(4).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 QUOTA-STATUS                 PIC XX.
       01 QUOTA-EXCEPTION-STATUS       PIC XX.
       01 RUN-CONTROL-STATUS           PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 QUOTA-PARM-STATUS            PIC XX.
       01 REPORT-STATUS                PIC XX.

       01 PARM-FOUND-FLAG              PIC X VALUE 'N'.
           88 PARM-WAS-FOUND               VALUE 'Y'.
       01 QUOTA-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-QUOTAS               VALUE 'Y'.
       01 EXCEPTION-EOF-FLAG           PIC X VALUE 'N'.
           88 NO-MORE-EXCEPTIONS           VALUE 'Y'.
       01 RUN-CONTROL-EOF-FLAG         PIC X VALUE 'N'.
           88 NO-MORE-RUN-RECORDS          VALUE 'Y'.
       01 SORTED-EOF-FLAG              PIC X VALUE 'N'.
           88 NO-MORE-SORTED-RECORDS       VALUE 'Y'.
       01 DEPARTMENT-OPEN-FLAG         PIC X VALUE 'N'.
           88 DEPARTMENT-IS-OPEN           VALUE 'Y'.
       01 RUN-CONTROL-FOUND-FLAG       PIC X VALUE 'N'.
           88 RUN-CONTROL-WAS-FOUND        VALUE 'Y'.

       01 REPORT-DATE                  PIC 9(8) VALUE ZERO.
       01 CURRENT-DEPARTMENT           PIC X(8) VALUE SPACES.
       01 CURRENT-OPERATOR-ID          PIC X(8) VALUE SPACES.

       01 QUOTA-LINE-COUNT             PIC 9(7) VALUE ZERO.
       01 EXCEPTIONS-READ-COUNT        PIC 9(7) VALUE ZERO.
       01 REFUSALS-LISTED-COUNT        PIC 9(7) VALUE ZERO.
       01 OPERATORS-REFUSED-COUNT      PIC 9(7) VALUE ZERO.
       01 DEPARTMENT-REFUSAL-COUNT     PIC 9(7) VALUE ZERO.
       01 RUNS-ON-DATE-COUNT           PIC 9(7) VALUE ZERO.
       01 RUN-CONTROL-REFUSALS         PIC 9(9) VALUE ZERO.

       01 REPORT-HEADER-LINE.
           05 FILLER1                  PIC X(37) VALUE
               "DAILY PLAY QUOTA EXCEPTIONS - DATE   ".
           05 RHL-REPORT-DATE          PIC 9(8).

       01 QUOTA-HEADER-LINE            PIC X(80) VALUE
           "QUOTAS IN FORCE".
       01 QUOTA-COLUMN-LINE            PIC X(80) VALUE
           "Line         Key        Shift   Games per day".

       01 QUOTA-DETAIL-LINE.
           05 QDL-TYPE                 PIC X(13).
           05 QDL-KEY                  PIC X(8).
           05 FILLER2                  PIC X(5) VALUE SPACES.
           05 QDL-SHIFT                PIC X(3).
           05 FILLER3                  PIC X(7) VALUE SPACES.
           05 QDL-MAX-GAMES            PIC X(4).

       01 REFUSAL-HEADER-LINE          PIC X(80) VALUE
           "SESSIONS REFUSED OVER QUOTA".
       01 REFUSAL-COLUMN-LINE.
           05 FILLER4                  PIC X(38) VALUE
               "Dept      Operator  Sh  Time      Md  ".
           05 FILLER5                  PIC X(27) VALUE
               "Quota from  Limit Done  Flt".

       01 REFUSAL-DETAIL-LINE.
           05 RDL-DEPARTMENT           PIC X(8).
           05 FILLER6                  PIC X(2) VALUE SPACES.
           05 RDL-OPERATOR-ID          PIC X(8).
           05 FILLER7                  PIC X(2) VALUE SPACES.
           05 RDL-SHIFT                PIC X.
           05 FILLER8                  PIC X(3) VALUE SPACES.
           05 RDL-REFUSED-TIME         PIC 9(8).
           05 FILLER9                  PIC X(2) VALUE SPACES.
           05 RDL-RUN-MODE             PIC X.
           05 FILLER10                 PIC X(3) VALUE SPACES.
           05 RDL-QUOTA-SOURCE         PIC X(10).
           05 FILLER11                 PIC X(2) VALUE SPACES.
           05 RDL-QUOTA-LIMIT          PIC ZZZ9.
           05 FILLER12                 PIC X(2) VALUE SPACES.
           05 RDL-GAMES-COMPLETED      PIC ZZZ9.
           05 FILLER13                 PIC X(2) VALUE SPACES.
           05 RDL-GAMES-IN-FLIGHT      PIC ZZ9.

       01 DEPARTMENT-TOTAL-LINE.
           05 FILLER14                 PIC X(10) VALUE SPACES.
           05 DTL-LABEL                PIC X(24) VALUE
               "REFUSALS IN DEPARTMENT".
           05 DTL-VALUE                PIC ZZZZZZ9.

       01 CROSSCHECK-LINE.
           05 CCL-LABEL                PIC X(34).
           05 CCL-VALUE                PIC ZZZZZZZZ9.

       01 TOTAL-LINE.
           05 TOT-LABEL                PIC X(34).
           05 TOT-VALUE                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-WRITE-QUOTA-TABLE.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM REFUSAL-HEADER-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-DEPARTMENT
               ON ASCENDING KEY SRT-OPERATOR-ID
               ON ASCENDING KEY SRT-REFUSED-TIME
               INPUT PROCEDURE IS 3000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 4000-WRITE-REFUSALS.
           PERFORM 5000-CROSS-CHECK-RUN-CONTROL.
           PERFORM 8000-WRITE-TOTALS.
           CLOSE REPORT-FILE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-DATE-PARM.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open quota exceptions report, "
                   "status " REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE REPORT-DATE TO RHL-REPORT-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.

      *    The card is optional: without one, or with the date left
      *    blank, the report is for the current business day.
       1100-LOAD-DATE-PARM.
           OPEN INPUT QUOTA-PARM-FILE.
           IF QUOTA-PARM-STATUS = "00"
               READ QUOTA-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF QPARM-BUSINESS-DATE IS NUMERIC
                           MOVE QPARM-BUSINESS-DATE TO REPORT-DATE
                           SET PARM-WAS-FOUND TO TRUE
                       ELSE
                           IF QPARM-BUSINESS-DATE NOT = SPACES
                               DISPLAY "Report date "
                                   QPARM-BUSINESS-DATE
                                   " is not a date - quota report "
                                   "cancelled."
                               MOVE 12 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
               CLOSE QUOTA-PARM-FILE
           END-IF.
           IF NOT PARM-WAS-FOUND
               PERFORM 1150-LOAD-BUSINESS-DATE
           END-IF.

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
                       "quota report cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO REPORT-DATE.
           CLOSE BUSINESS-DATE-FILE.

      *    The table as it stands now - a supervisor reading the
      *    refusals wants to see the limits they were measured by.
       2000-WRITE-QUOTA-TABLE.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM QUOTA-HEADER-LINE.
           OPEN INPUT QUOTA-FILE.
           IF QUOTA-STATUS NOT = "00"
               MOVE "NO QUOTA TABLE - PLAY IS NOT LIMITED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM QUOTA-COLUMN-LINE
               PERFORM UNTIL NO-MORE-QUOTAS
                   READ QUOTA-FILE
                       AT END
                           SET NO-MORE-QUOTAS TO TRUE
                       NOT AT END
                           PERFORM 2100-WRITE-ONE-QUOTA
                   END-READ
               END-PERFORM
               CLOSE QUOTA-FILE
               IF QUOTA-LINE-COUNT = 0
                   MOVE "QUOTA TABLE IS EMPTY - PLAY IS NOT LIMITED"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

      *    Lines the driver would ignore are not shown as in force.
       2100-WRITE-ONE-QUOTA.
           MOVE FUNCTION UPPER-CASE(QUOTA-RECORD) TO QUOTA-RECORD.
           IF (QTA-IS-DEPARTMENT OR QTA-IS-OPERATOR)
                   AND QTA-KEY NOT = SPACES
                   AND QTA-MAX-GAMES IS NUMERIC
               ADD 1 TO QUOTA-LINE-COUNT
               IF QTA-IS-OPERATOR
                   MOVE "OPERATOR" TO QDL-TYPE
                   MOVE SPACES TO QDL-SHIFT
               ELSE
                   MOVE "DEPARTMENT" TO QDL-TYPE
                   IF QTA-SHIFT = SPACE
                       MOVE "ALL" TO QDL-SHIFT
                   ELSE
                       MOVE QTA-SHIFT TO QDL-SHIFT
                   END-IF
               END-IF
               MOVE QTA-KEY TO QDL-KEY
               MOVE QTA-MAX-GAMES TO QDL-MAX-GAMES
               WRITE REPORT-LINE FROM QUOTA-DETAIL-LINE
           END-IF.

       3000-LOAD-SORT-FILE.
           OPEN INPUT QUOTA-EXCEPTION-FILE.
           IF QUOTA-EXCEPTION-STATUS NOT = "00"
               DISPLAY "Note: no quota exception file (status "
                   QUOTA-EXCEPTION-STATUS ") - no refusals to list."
               SET NO-MORE-EXCEPTIONS TO TRUE
           END-IF.
           PERFORM UNTIL NO-MORE-EXCEPTIONS
               READ QUOTA-EXCEPTION-FILE
                   AT END
                       SET NO-MORE-EXCEPTIONS TO TRUE
                   NOT AT END
                       ADD 1 TO EXCEPTIONS-READ-COUNT
                       IF QEX-BUSINESS-DATE = REPORT-DATE
                           PERFORM 3100-RELEASE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.
           IF QUOTA-EXCEPTION-STATUS = "00"
                   OR QUOTA-EXCEPTION-STATUS = "10"
               CLOSE QUOTA-EXCEPTION-FILE
           END-IF.

       3100-RELEASE-EXCEPTION.
           MOVE QEX-DEPARTMENT TO SRT-DEPARTMENT.
           MOVE QEX-OPERATOR-ID TO SRT-OPERATOR-ID.
           MOVE QEX-REFUSED-TIME TO SRT-REFUSED-TIME.
           MOVE QEX-SHIFT TO SRT-SHIFT.
           MOVE QEX-RUN-MODE TO SRT-RUN-MODE.
           MOVE QEX-QUOTA-SOURCE TO SRT-QUOTA-SOURCE.
           MOVE QEX-QUOTA-LIMIT TO SRT-QUOTA-LIMIT.
           MOVE QEX-GAMES-COMPLETED TO SRT-GAMES-COMPLETED.
           MOVE QEX-GAMES-IN-FLIGHT TO SRT-GAMES-IN-FLIGHT.
           RELEASE SORT-RECORD.

       4000-WRITE-REFUSALS.
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
               RETURN SORT-WORK-FILE
                   AT END
                       SET NO-MORE-SORTED-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 4100-WRITE-ONE-REFUSAL
               END-RETURN
           END-PERFORM.
           IF DEPARTMENT-IS-OPEN
               PERFORM 4500-CLOSE-DEPARTMENT
           END-IF.
           IF REFUSALS-LISTED-COUNT = 0
               MOVE "NONE - NO SESSION WAS REFUSED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       4100-WRITE-ONE-REFUSAL.
           IF DEPARTMENT-IS-OPEN
                   AND SRT-DEPARTMENT NOT = CURRENT-DEPARTMENT
               PERFORM 4500-CLOSE-DEPARTMENT
           END-IF.
           IF NOT DEPARTMENT-IS-OPEN
               IF REFUSALS-LISTED-COUNT = 0
                   WRITE REPORT-LINE FROM REFUSAL-COLUMN-LINE
               END-IF
               SET DEPARTMENT-IS-OPEN TO TRUE
               MOVE SRT-DEPARTMENT TO CURRENT-DEPARTMENT
               MOVE SPACES TO CURRENT-OPERATOR-ID
               MOVE 0 TO DEPARTMENT-REFUSAL-COUNT
           END-IF.
           IF SRT-OPERATOR-ID NOT = CURRENT-OPERATOR-ID
               ADD 1 TO OPERATORS-REFUSED-COUNT
               MOVE SRT-OPERATOR-ID TO CURRENT-OPERATOR-ID
           END-IF.
           ADD 1 TO DEPARTMENT-REFUSAL-COUNT.
           ADD 1 TO REFUSALS-LISTED-COUNT.
           MOVE SRT-DEPARTMENT TO RDL-DEPARTMENT.
           MOVE SRT-OPERATOR-ID TO RDL-OPERATOR-ID.
           MOVE SRT-SHIFT TO RDL-SHIFT.
           MOVE SRT-REFUSED-TIME TO RDL-REFUSED-TIME.
           MOVE SRT-RUN-MODE TO RDL-RUN-MODE.
           EVALUATE SRT-QUOTA-SOURCE
               WHEN 'O'
                   MOVE "OPERATOR" TO RDL-QUOTA-SOURCE
               WHEN 'S'
                   MOVE "DEPT SHIFT" TO RDL-QUOTA-SOURCE
               WHEN OTHER
                   MOVE "DEPARTMENT" TO RDL-QUOTA-SOURCE
           END-EVALUATE.
           MOVE SRT-QUOTA-LIMIT TO RDL-QUOTA-LIMIT.
           MOVE SRT-GAMES-COMPLETED TO RDL-GAMES-COMPLETED.
           MOVE SRT-GAMES-IN-FLIGHT TO RDL-GAMES-IN-FLIGHT.
           WRITE REPORT-LINE FROM REFUSAL-DETAIL-LINE.

       4500-CLOSE-DEPARTMENT.
           MOVE DEPARTMENT-REFUSAL-COUNT TO DTL-VALUE.
           WRITE REPORT-LINE FROM DEPARTMENT-TOTAL-LINE.
           MOVE 'N' TO DEPARTMENT-OPEN-FLAG.

      *    Every refusal a run counted must be on the exception file.
      *    Run-control records written before quotas were kept carry
      *    no refusal count and add nothing.
       5000-CROSS-CHECK-RUN-CONTROL.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "RUN-CONTROL CROSS-CHECK" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
               SET RUN-CONTROL-WAS-FOUND TO TRUE
           ELSE
               DISPLAY "Note: no run-control file (status "
                   RUN-CONTROL-STATUS ") - refusals not cross-checked."
               SET NO-MORE-RUN-RECORDS TO TRUE
           END-IF.
           PERFORM UNTIL NO-MORE-RUN-RECORDS
               READ RUN-CONTROL-FILE
                   AT END
                       SET NO-MORE-RUN-RECORDS TO TRUE
                   NOT AT END
                       IF RUNC-RUN-DATE = REPORT-DATE
                           ADD 1 TO RUNS-ON-DATE-COUNT
                           IF RUNC-QUOTA-REFUSALS IS NUMERIC
                               ADD RUNC-QUOTA-REFUSALS
                                   TO RUN-CONTROL-REFUSALS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF RUN-CONTROL-WAS-FOUND
               CLOSE RUN-CONTROL-FILE
               MOVE "GAME RUNS ON THE DATE" TO CCL-LABEL
               MOVE RUNS-ON-DATE-COUNT TO CCL-VALUE
               WRITE REPORT-LINE FROM CROSSCHECK-LINE
               MOVE "REFUSALS PER RUN CONTROL" TO CCL-LABEL
               MOVE RUN-CONTROL-REFUSALS TO CCL-VALUE
               WRITE REPORT-LINE FROM CROSSCHECK-LINE
               MOVE "REFUSALS LISTED" TO CCL-LABEL
               MOVE REFUSALS-LISTED-COUNT TO CCL-VALUE
               WRITE REPORT-LINE FROM CROSSCHECK-LINE
               IF RUN-CONTROL-REFUSALS = REFUSALS-LISTED-COUNT
                   MOVE "CROSS-CHECK BALANCES" TO REPORT-LINE
               ELSE
                   MOVE "CROSS-CHECK MISMATCH - REFUSAL NOT LISTED"
                       TO REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "(RUN-CONTROL FILE NOT PRESENT - NOT CHECKED)"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       8000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "QUOTA LINES IN FORCE" TO TOT-LABEL.
           MOVE QUOTA-LINE-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "EXCEPTION RECORDS READ" TO TOT-LABEL.
           MOVE EXCEPTIONS-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "SESSIONS REFUSED ON THE DATE" TO TOT-LABEL.
           MOVE REFUSALS-LISTED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "OPERATORS REFUSED ON THE DATE" TO TOT-LABEL.
           MOVE OPERATORS-REFUSED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
