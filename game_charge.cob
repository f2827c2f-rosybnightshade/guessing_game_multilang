       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-CHARGE.
      *****************************************************************
      *  Monthly play-time chargeback to the general ledger.  Every
      *  completed game of the month on the history file is charged
      *  to the department of the operator who played it, at the
      *  rates in the rate table (GAMERATE.DAT): a charge per minute
      *  of HIST-ELAPSED-SECONDS plus a charge per game.  Each rate
      *  line carries the date it takes effect, and a game is
      *  charged at the line in effect on its game date, so a rate
      *  change mid-month needs no rerun.
      *
      *  The department comes from OPR-DEPARTMENT on the operator
      *  master.  An inactive operator's games are still charged to
      *  the department on the record - leavers keep their old
      *  department - and a game whose operator is not on the master
      *  at all is charged to the suspense cost center rather than
      *  dropped, so the month's play is charged in full and finance
      *  can clear suspense by hand.
      *
      *  A parameter card (GAMECHGP.DAT) names the month (yyyymm);
      *  a blank month means the month of the current business date
      *  on the GAMEBDAT control record.  The card may also name the
      *  suspense cost center and the cost center credited with the
      *  recovery; left blank they default to SUSPENSE and GAMEOPS.
      *  Run it before GAME-ARCHIVE purges the month from the live
      *  history file.
      *
      *  Output is the GL journal interface file (GAMEGLJ.DAT) - a
      *  header naming the period, one debit line per cost center
      *  charged, one credit line to the recovery cost center, and a
      *  trailer carrying the detail line count, debit and credit
      *  totals and game count - and a chargeback report
      *  (GAMECHGR.DAT) by department and operator.  Every charge is
      *  rounded to the cent once, per game, and every total is a
      *  sum of those cents, so the journal's control totals balance
      *  to the report exactly; the report proves it at the foot.
      *
      *  RETURN-CODE is 0 clean, 4 when games went to suspense, 8
      *  when a journal write failed or the journal does not balance
      *  to the report (the journal must not be posted), 12 when the
      *  card, the rate table or a file is missing or unusable, or
      *  no rate is in effect from the first of the month, and 16
      *  when a table is full.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEOSEL.
           COPY GAMEDSEL.

           SELECT CHARGE-PARM-FILE ASSIGN TO "GAMECHGP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHARGE-PARM-STATUS.

           SELECT RATE-FILE ASSIGN TO "GAMERATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "GAMESORT".

           SELECT JOURNAL-INTERFACE-FILE ASSIGN TO "GAMEGLJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GAMECHGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEOFD.
           COPY GAMEDFD.

       FD  CHARGE-PARM-FILE.
       01 CHARGE-PARM-RECORD.
           05 CHGP-MONTH               PIC X(6).
           05 CHGP-SUSPENSE-CC         PIC X(8).
           05 CHGP-RECOVERY-CC         PIC X(8).

       FD  RATE-FILE.
       01 RATE-RECORD.
           05 RATE-EFFECTIVE-DATE      PIC 9(8).
           05 RATE-PER-MINUTE          PIC 9(3)V9(4).
           05 RATE-PER-GAME            PIC 9(3)V9(4).

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-COST-CENTER          PIC X(8).
           05 SRT-OPERATOR-ID          PIC X(8).
           05 SRT-NO-MASTER-FLAG       PIC X.
           05 SRT-INACTIVE-FLAG        PIC X.
           05 SRT-ELAPSED-SECONDS      PIC 9(6)V99.
           05 SRT-CHARGE               PIC 9(7)V99.

       FD  JOURNAL-INTERFACE-FILE.
       01 GL-JOURNAL-RECORD            PIC X(100).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS               PIC XX.
       01 OPERATOR-STATUS              PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 CHARGE-PARM-STATUS           PIC XX.
       01 RATE-STATUS                  PIC XX.
       01 GL-JOURNAL-STATUS            PIC XX.
       01 REPORT-STATUS                PIC XX.

      *    Finance's account codes for the chargeback: the expense
      *    account each department is debited on and the recovery
      *    account credited.
       01 GL-SOURCE-CODE               PIC X(8) VALUE "GAMECHG".
       01 GL-EXPENSE-ACCOUNT           PIC X(8) VALUE "6415".
       01 GL-RECOVERY-ACCOUNT          PIC X(8) VALUE "6419".

       01 SUSPENSE-COST-CENTER         PIC X(8) VALUE "SUSPENSE".
       01 RECOVERY-COST-CENTER         PIC X(8) VALUE "GAMEOPS".

       01 PARM-FOUND-FLAG              PIC X VALUE 'N'.
           88 PARM-WAS-FOUND               VALUE 'Y'.
       01 RATE-EOF-FLAG                PIC X VALUE 'N'.
           88 NO-MORE-RATES                VALUE 'Y'.
       01 HISTORY-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-HISTORY              VALUE 'Y'.
       01 SORTED-EOF-FLAG              PIC X VALUE 'N'.
           88 NO-MORE-SORTED-RECORDS       VALUE 'Y'.
       01 OPERATOR-FOUND-FLAG          PIC X VALUE 'N'.
           88 OPERATOR-WAS-FOUND           VALUE 'Y'.
       01 CACHE-VALID-FLAG             PIC X VALUE 'N'.
           88 CACHE-IS-VALID               VALUE 'Y'.
       01 COST-CENTER-OPEN-FLAG        PIC X VALUE 'N'.
           88 COST-CENTER-IS-OPEN          VALUE 'Y'.
       01 OPERATOR-OPEN-FLAG           PIC X VALUE 'N'.
           88 OPERATOR-IS-OPEN             VALUE 'Y'.

       01 BUSINESS-DATE                PIC 9(8) VALUE ZERO.
       01 CHARGE-MONTH                 PIC 9(6) VALUE ZERO.
       01 MONTH-FROM-DATE              PIC 9(8) VALUE ZERO.
       01 MONTH-TO-DATE                PIC 9(8) VALUE ZERO.
       01 RUN-TIME                     PIC 9(8) VALUE ZERO.
       01 TIME-FIELDS.
           05 TIME-HOUR                PIC 99.
           05 TIME-MIN                 PIC 99.
           05 TIME-SEC                 PIC 99.
           05 TIME-HUND                PIC 99.

      *    The rate table, loaded whole; a game takes the line with
      *    the latest effective date not after its game date.
       01 RATE-TABLE-MAX               PIC S9(4) COMP VALUE 50.
       01 RATE-COUNT                   PIC S9(4) COMP VALUE ZERO.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 50 TIMES.
               10 RTE-EFFECTIVE-DATE   PIC 9(8).
               10 RTE-PER-MINUTE       PIC 9(3)V9(4).
               10 RTE-PER-GAME         PIC 9(3)V9(4).
       01 RATE-INDEX                   PIC S9(4) COMP VALUE ZERO.
       01 RATE-FOUND-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 RATE-LINE-NO                 PIC 9(5) VALUE ZERO.
       01 RATE-LOOKUP-DATE             PIC 9(8) VALUE ZERO.

      *    The last master lookup.  History arrives date-major here,
      *    so the cache only saves a read when one operator plays
      *    several games in a row.
       01 CACHED-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01 CACHED-FOUND-FLAG            PIC X VALUE 'N'.
       01 CACHED-DEPARTMENT            PIC X(8) VALUE SPACES.
       01 CACHED-ACTIVE-FLAG           PIC X VALUE SPACE.

       01 GAME-CHARGE                  PIC 9(7)V99 VALUE ZERO.

       01 CURRENT-COST-CENTER          PIC X(8) VALUE SPACES.
       01 CURRENT-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 CURRENT-NO-MASTER-FLAG       PIC X VALUE 'N'.
           88 CURRENT-HAS-NO-MASTER        VALUE 'Y'.
       01 CURRENT-INACTIVE-FLAG        PIC X VALUE 'N'.
           88 CURRENT-IS-INACTIVE          VALUE 'Y'.

       01 OPR-GAME-COUNT               PIC 9(7) VALUE ZERO.
       01 OPR-ELAPSED-SUM              PIC 9(9)V99 VALUE ZERO.
       01 OPR-CHARGE-SUM               PIC 9(11)V99 VALUE ZERO.
       01 CC-GAME-COUNT                PIC 9(7) VALUE ZERO.
       01 CC-ELAPSED-SUM               PIC 9(9)V99 VALUE ZERO.
       01 CC-CHARGE-SUM                PIC 9(11)V99 VALUE ZERO.
       01 MINUTES-WORK                 PIC 9(9)V99 VALUE ZERO.

       01 HISTORY-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 GAMES-CHARGED-COUNT          PIC 9(7) VALUE ZERO.
       01 GAMES-SUSPENSE-COUNT         PIC 9(7) VALUE ZERO.
       01 GAMES-INACTIVE-COUNT         PIC 9(7) VALUE ZERO.
       01 COST-CENTER-COUNT            PIC 9(7) VALUE ZERO.
       01 REPORT-GAME-TOTAL            PIC 9(9) VALUE ZERO.
       01 REPORT-ELAPSED-TOTAL         PIC 9(11)V99 VALUE ZERO.
       01 REPORT-CHARGE-TOTAL          PIC 9(11)V99 VALUE ZERO.
       01 SUSPENSE-CHARGE-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 GL-DETAIL-COUNT              PIC 9(7) VALUE ZERO.
       01 GL-DEBIT-TOTAL               PIC 9(11)V99 VALUE ZERO.
       01 GL-CREDIT-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01 GL-GAME-TOTAL                PIC 9(9) VALUE ZERO.
       01 GL-WRITE-FAIL-COUNT          PIC 9(7) VALUE ZERO.

       01 GL-HEADER-RECORD.
           05 GLH-RECORD-TYPE          PIC X VALUE 'H'.
           05 GLH-SOURCE-CODE          PIC X(8).
           05 GLH-PERIOD               PIC 9(6).
           05 GLH-BUSINESS-DATE        PIC 9(8).
           05 GLH-RUN-TIME             PIC 9(8).
           05 FILLER1                  PIC X(69) VALUE SPACES.

       01 GL-DETAIL-RECORD.
           05 GLD-RECORD-TYPE          PIC X VALUE 'D'.
           05 GLD-COST-CENTER          PIC X(8).
           05 GLD-ACCOUNT              PIC X(8).
           05 GLD-DEBIT-CREDIT         PIC X.
               88 GLD-IS-DEBIT             VALUE 'D'.
               88 GLD-IS-CREDIT            VALUE 'C'.
           05 GLD-AMOUNT               PIC 9(11)V99.
           05 GLD-GAME-COUNT           PIC 9(7).
           05 GLD-MINUTES              PIC 9(9)V99.
           05 GLD-DESCRIPTION          PIC X(30).
           05 FILLER2                  PIC X(21) VALUE SPACES.

       01 GL-TRAILER-RECORD.
           05 GLT-RECORD-TYPE          PIC X VALUE 'T'.
           05 GLT-DETAIL-COUNT         PIC 9(7).
           05 GLT-DEBIT-TOTAL          PIC 9(11)V99.
           05 GLT-CREDIT-TOTAL         PIC 9(11)V99.
           05 GLT-GAME-COUNT           PIC 9(9).
           05 FILLER3                  PIC X(57) VALUE SPACES.

       01 REPORT-HEADER-LINE.
           05 FILLER4                  PIC X(40) VALUE
               "MONTHLY PLAY-TIME CHARGEBACK - PERIOD   ".
           05 RHL-PERIOD               PIC 9(6).

       01 RATE-HEADER-LINE             PIC X(80) VALUE
           "RATES IN EFFECT".
       01 RATE-COLUMN-LINE             PIC X(80) VALUE
           "Effective    Per min    Per game".

       01 RATE-DETAIL-LINE.
           05 RTL-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER5                  PIC X(4) VALUE SPACES.
           05 RTL-PER-MINUTE           PIC ZZ9.9999.
           05 FILLER6                  PIC X(4) VALUE SPACES.
           05 RTL-PER-GAME             PIC ZZ9.9999.

       01 CHARGE-HEADER-LINE           PIC X(80) VALUE
           "CHARGES BY DEPARTMENT AND OPERATOR".
       01 CHARGE-COLUMN-LINE.
           05 FILLER7                  PIC X(41) VALUE
               "Dept      Operator    Games       Minutes".
           05 FILLER8                  PIC X(22) VALUE
               "          Charge  Note".

       01 CHARGE-DETAIL-LINE.
           05 CDL-COST-CENTER          PIC X(8).
           05 FILLER9                  PIC X(2) VALUE SPACES.
           05 CDL-OPERATOR-ID          PIC X(8).
           05 FILLER10                 PIC X(2) VALUE SPACES.
           05 CDL-GAME-COUNT           PIC ZZZZZZ9.
           05 FILLER11                 PIC X(2) VALUE SPACES.
           05 CDL-MINUTES              PIC ZZZZZZZZ9.99.
           05 FILLER12                 PIC X(2) VALUE SPACES.
           05 CDL-CHARGE               PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER13                 PIC X(2) VALUE SPACES.
           05 CDL-NOTE                 PIC X(10).

       01 COST-CENTER-TOTAL-LINE.
           05 FILLER14                 PIC X(10) VALUE SPACES.
           05 CTL-LABEL                PIC X(8) VALUE "TOTAL".
           05 FILLER15                 PIC X(2) VALUE SPACES.
           05 CTL-GAME-COUNT           PIC ZZZZZZ9.
           05 FILLER16                 PIC X(2) VALUE SPACES.
           05 CTL-MINUTES              PIC ZZZZZZZZ9.99.
           05 FILLER17                 PIC X(2) VALUE SPACES.
           05 CTL-CHARGE               PIC ZZZ,ZZZ,ZZ9.99.

       01 AMOUNT-LINE.
           05 AMT-LABEL                PIC X(34).
           05 AMT-VALUE                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 TOTAL-LINE.
           05 TOT-LABEL                PIC X(34).
           05 TOT-VALUE                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-COST-CENTER
               ON ASCENDING KEY SRT-OPERATOR-ID
               INPUT PROCEDURE IS 2000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 3000-WRITE-CHARGES.
           PERFORM 4000-CLOSE-JOURNAL.
           PERFORM 5000-PROVE-JOURNAL.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-BUSINESS-DATE.
           PERFORM 1100-LOAD-CHARGE-PARM.
           PERFORM 1200-LOAD-RATE-TABLE.
           ACCEPT TIME-FIELDS FROM TIME.
           COMPUTE RUN-TIME = TIME-HOUR * 1000000
                   + TIME-MIN * 10000 + TIME-SEC * 100 + TIME-HUND.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open history file, status "
                   HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to open operator master, status "
                   OPERATOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT JOURNAL-INTERFACE-FILE.
           IF GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open GL journal file, status "
                   GL-JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open chargeback report, status "
                   REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE GL-SOURCE-CODE TO GLH-SOURCE-CODE.
           MOVE CHARGE-MONTH TO GLH-PERIOD.
           MOVE BUSINESS-DATE TO GLH-BUSINESS-DATE.
           MOVE RUN-TIME TO GLH-RUN-TIME.
           MOVE GL-HEADER-RECORD TO GL-JOURNAL-RECORD.
           PERFORM 3500-WRITE-JOURNAL-RECORD.
           MOVE CHARGE-MONTH TO RHL-PERIOD.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           PERFORM 1300-WRITE-RATES-IN-EFFECT.

       1050-LOAD-BUSINESS-DATE.
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
                       "chargeback cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO BUSINESS-DATE.
           CLOSE BUSINESS-DATE-FILE.

      *    A charge to the ledger must be for a stated month, so the
      *    run refuses to start without a card.
       1100-LOAD-CHARGE-PARM.
           OPEN INPUT CHARGE-PARM-FILE.
           IF CHARGE-PARM-STATUS = "00"
               READ CHARGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHGP-MONTH = SPACES
                           COMPUTE CHARGE-MONTH = BUSINESS-DATE / 100
                           SET PARM-WAS-FOUND TO TRUE
                       END-IF
                       IF CHGP-MONTH IS NUMERIC
                           MOVE CHGP-MONTH TO CHARGE-MONTH
                           IF FUNCTION MOD(CHARGE-MONTH, 100) > 0
                                   AND FUNCTION MOD(CHARGE-MONTH, 100)
                                       <= 12
                               SET PARM-WAS-FOUND TO TRUE
                           END-IF
                       END-IF
                       IF CHGP-SUSPENSE-CC NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(CHGP-SUSPENSE-CC)
                               TO SUSPENSE-COST-CENTER
                       END-IF
                       IF CHGP-RECOVERY-CC NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(CHGP-RECOVERY-CC)
                               TO RECOVERY-COST-CENTER
                       END-IF
               END-READ
               CLOSE CHARGE-PARM-FILE
           END-IF.
           IF NOT PARM-WAS-FOUND
               DISPLAY "No valid chargeback month parameter - "
                   "chargeback cancelled."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE MONTH-FROM-DATE = CHARGE-MONTH * 100 + 1.
           COMPUTE MONTH-TO-DATE = CHARGE-MONTH * 100 + 31.

      *    Every game of the month must find a rate, so the table
      *    must have a line in effect by the first of the month.
       1200-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS NOT = "00"
               DISPLAY "Unable to open rate table, status "
                   RATE-STATUS " - chargeback cancelled."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-RATES
               READ RATE-FILE
                   AT END
                       SET NO-MORE-RATES TO TRUE
                   NOT AT END
                       PERFORM 1210-LOAD-ONE-RATE
               END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
           MOVE MONTH-FROM-DATE TO RATE-LOOKUP-DATE.
           PERFORM 2300-FIND-RATE.
           IF RATE-FOUND-INDEX = 0
               DISPLAY "No chargeback rate in effect on "
                   MONTH-FROM-DATE " - chargeback cancelled."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-LOAD-ONE-RATE.
           ADD 1 TO RATE-LINE-NO.
           IF RATE-EFFECTIVE-DATE NOT NUMERIC
                   OR RATE-PER-MINUTE NOT NUMERIC
                   OR RATE-PER-GAME NOT NUMERIC
               DISPLAY "Rate table line " RATE-LINE-NO
                   " is not valid - chargeback cancelled."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RATE-COUNT >= RATE-TABLE-MAX
               DISPLAY "Rate table full at " RATE-TABLE-MAX
                   " entries - raise the table size and rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO RATE-COUNT.
           MOVE RATE-EFFECTIVE-DATE TO RTE-EFFECTIVE-DATE(RATE-COUNT).
           MOVE RATE-PER-MINUTE TO RTE-PER-MINUTE(RATE-COUNT).
           MOVE RATE-PER-GAME TO RTE-PER-GAME(RATE-COUNT).

      *    The line in effect on the first of the month, then every
      *    line that takes effect during it.
       1300-WRITE-RATES-IN-EFFECT.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM RATE-HEADER-LINE.
           WRITE REPORT-LINE FROM RATE-COLUMN-LINE.
           PERFORM VARYING RATE-INDEX FROM 1 BY 1
                   UNTIL RATE-INDEX > RATE-COUNT
               IF RATE-INDEX = RATE-FOUND-INDEX
                       OR (RTE-EFFECTIVE-DATE(RATE-INDEX)
                           > MONTH-FROM-DATE
                       AND RTE-EFFECTIVE-DATE(RATE-INDEX)
                           <= MONTH-TO-DATE)
                   MOVE RTE-EFFECTIVE-DATE(RATE-INDEX)
                       TO RTL-EFFECTIVE-DATE
                   MOVE RTE-PER-MINUTE(RATE-INDEX) TO RTL-PER-MINUTE
                   MOVE RTE-PER-GAME(RATE-INDEX) TO RTL-PER-GAME
                   WRITE REPORT-LINE FROM RATE-DETAIL-LINE
               END-IF
           END-PERFORM.

      *    The date alternate key positions the read at the first of
      *    the month; the loop stops past its end.
       2000-LOAD-SORT-FILE.
           MOVE MONTH-FROM-DATE TO HIST-GAME-DATE.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-GAME-DATE
               INVALID KEY
                   SET NO-MORE-HISTORY TO TRUE
           END-START.
           PERFORM UNTIL NO-MORE-HISTORY
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HISTORY TO TRUE
                   NOT AT END
                       IF HIST-GAME-DATE > MONTH-TO-DATE
                           SET NO-MORE-HISTORY TO TRUE
                       ELSE
                           ADD 1 TO HISTORY-READ-COUNT
                           PERFORM 2100-RATE-ONE-GAME
                       END-IF
               END-READ
           END-PERFORM.

      *    Leavers keep their old department; a game with no master
      *    record at all goes to suspense.
       2100-RATE-ONE-GAME.
           PERFORM 2200-LOOK-UP-OPERATOR.
           MOVE HIST-OPERATOR-ID TO SRT-OPERATOR-ID.
           MOVE 'N' TO SRT-NO-MASTER-FLAG.
           MOVE 'N' TO SRT-INACTIVE-FLAG.
           IF OPERATOR-WAS-FOUND
               MOVE CACHED-DEPARTMENT TO SRT-COST-CENTER
               IF CACHED-ACTIVE-FLAG NOT = 'A'
                   MOVE 'Y' TO SRT-INACTIVE-FLAG
                   ADD 1 TO GAMES-INACTIVE-COUNT
               END-IF
           ELSE
               MOVE SUSPENSE-COST-CENTER TO SRT-COST-CENTER
               MOVE 'Y' TO SRT-NO-MASTER-FLAG
               ADD 1 TO GAMES-SUSPENSE-COUNT
           END-IF.
           MOVE HIST-GAME-DATE TO RATE-LOOKUP-DATE.
           PERFORM 2300-FIND-RATE.
           COMPUTE GAME-CHARGE ROUNDED =
               HIST-ELAPSED-SECONDS * RTE-PER-MINUTE(RATE-FOUND-INDEX)
                   / 60
               + RTE-PER-GAME(RATE-FOUND-INDEX).
           MOVE HIST-ELAPSED-SECONDS TO SRT-ELAPSED-SECONDS.
           MOVE GAME-CHARGE TO SRT-CHARGE.
           ADD 1 TO GAMES-CHARGED-COUNT.
           RELEASE SORT-RECORD.

       2200-LOOK-UP-OPERATOR.
           IF CACHE-IS-VALID
                   AND HIST-OPERATOR-ID = CACHED-OPERATOR-ID
               MOVE CACHED-FOUND-FLAG TO OPERATOR-FOUND-FLAG
           ELSE
               MOVE 'N' TO OPERATOR-FOUND-FLAG
               MOVE HIST-OPERATOR-ID TO OPR-OPERATOR-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OPERATOR-WAS-FOUND TO TRUE
                       MOVE OPR-DEPARTMENT TO CACHED-DEPARTMENT
                       MOVE OPR-ACTIVE-FLAG TO CACHED-ACTIVE-FLAG
               END-READ
               MOVE HIST-OPERATOR-ID TO CACHED-OPERATOR-ID
               MOVE OPERATOR-FOUND-FLAG TO CACHED-FOUND-FLAG
               SET CACHE-IS-VALID TO TRUE
           END-IF.

       2300-FIND-RATE.
           MOVE 0 TO RATE-FOUND-INDEX.
           PERFORM VARYING RATE-INDEX FROM 1 BY 1
                   UNTIL RATE-INDEX > RATE-COUNT
               IF RTE-EFFECTIVE-DATE(RATE-INDEX) <= RATE-LOOKUP-DATE
                   IF RATE-FOUND-INDEX = 0
                       MOVE RATE-INDEX TO RATE-FOUND-INDEX
                   ELSE
                       IF RTE-EFFECTIVE-DATE(RATE-INDEX)
                               > RTE-EFFECTIVE-DATE(RATE-FOUND-INDEX)
                           MOVE RATE-INDEX TO RATE-FOUND-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3000-WRITE-CHARGES.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM CHARGE-HEADER-LINE.
           WRITE REPORT-LINE FROM CHARGE-COLUMN-LINE.
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
               RETURN SORT-WORK-FILE
                   AT END
                       SET NO-MORE-SORTED-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 3100-ABSORB-ONE-GAME
               END-RETURN
           END-PERFORM.
           IF COST-CENTER-IS-OPEN
               PERFORM 3300-CLOSE-COST-CENTER
           END-IF.
           IF GAMES-CHARGED-COUNT = 0
               MOVE "NO GAMES PLAYED IN THE PERIOD" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-ABSORB-ONE-GAME.
           IF COST-CENTER-IS-OPEN
                   AND SRT-COST-CENTER NOT = CURRENT-COST-CENTER
               PERFORM 3300-CLOSE-COST-CENTER
           END-IF.
           IF OPERATOR-IS-OPEN
                   AND SRT-OPERATOR-ID NOT = CURRENT-OPERATOR-ID
               PERFORM 3200-CLOSE-OPERATOR
           END-IF.
           IF NOT COST-CENTER-IS-OPEN
               SET COST-CENTER-IS-OPEN TO TRUE
               MOVE SRT-COST-CENTER TO CURRENT-COST-CENTER
               MOVE 0 TO CC-GAME-COUNT
               MOVE 0 TO CC-ELAPSED-SUM
               MOVE 0 TO CC-CHARGE-SUM
           END-IF.
           IF NOT OPERATOR-IS-OPEN
               SET OPERATOR-IS-OPEN TO TRUE
               MOVE SRT-OPERATOR-ID TO CURRENT-OPERATOR-ID
               MOVE SRT-NO-MASTER-FLAG TO CURRENT-NO-MASTER-FLAG
               MOVE SRT-INACTIVE-FLAG TO CURRENT-INACTIVE-FLAG
               MOVE 0 TO OPR-GAME-COUNT
               MOVE 0 TO OPR-ELAPSED-SUM
               MOVE 0 TO OPR-CHARGE-SUM
           END-IF.
           ADD 1 TO OPR-GAME-COUNT.
           ADD SRT-ELAPSED-SECONDS TO OPR-ELAPSED-SUM.
           ADD SRT-CHARGE TO OPR-CHARGE-SUM.

       3200-CLOSE-OPERATOR.
           MOVE CURRENT-COST-CENTER TO CDL-COST-CENTER.
           MOVE CURRENT-OPERATOR-ID TO CDL-OPERATOR-ID.
           MOVE OPR-GAME-COUNT TO CDL-GAME-COUNT.
           COMPUTE MINUTES-WORK ROUNDED = OPR-ELAPSED-SUM / 60.
           MOVE MINUTES-WORK TO CDL-MINUTES.
           MOVE OPR-CHARGE-SUM TO CDL-CHARGE.
           EVALUATE TRUE
               WHEN CURRENT-HAS-NO-MASTER
                   MOVE "NO MASTER" TO CDL-NOTE
               WHEN CURRENT-IS-INACTIVE
                   MOVE "INACTIVE" TO CDL-NOTE
               WHEN OTHER
                   MOVE SPACES TO CDL-NOTE
           END-EVALUATE.
           WRITE REPORT-LINE FROM CHARGE-DETAIL-LINE.
           ADD OPR-GAME-COUNT TO CC-GAME-COUNT.
           ADD OPR-ELAPSED-SUM TO CC-ELAPSED-SUM.
           ADD OPR-CHARGE-SUM TO CC-CHARGE-SUM.
           MOVE 'N' TO OPERATOR-OPEN-FLAG.

      *    One debit line per cost center, carrying the same cents
      *    the report prints for it.
       3300-CLOSE-COST-CENTER.
           IF OPERATOR-IS-OPEN
               PERFORM 3200-CLOSE-OPERATOR
           END-IF.
           MOVE CC-GAME-COUNT TO CTL-GAME-COUNT.
           COMPUTE MINUTES-WORK ROUNDED = CC-ELAPSED-SUM / 60.
           MOVE MINUTES-WORK TO CTL-MINUTES.
           MOVE CC-CHARGE-SUM TO CTL-CHARGE.
           WRITE REPORT-LINE FROM COST-CENTER-TOTAL-LINE.
           WRITE REPORT-LINE FROM SPACES.
           ADD 1 TO COST-CENTER-COUNT.
           ADD CC-GAME-COUNT TO REPORT-GAME-TOTAL.
           ADD CC-ELAPSED-SUM TO REPORT-ELAPSED-TOTAL.
           ADD CC-CHARGE-SUM TO REPORT-CHARGE-TOTAL.
           IF CURRENT-COST-CENTER = SUSPENSE-COST-CENTER
               ADD CC-CHARGE-SUM TO SUSPENSE-CHARGE-TOTAL
           END-IF.
           MOVE SPACES TO GL-DETAIL-RECORD.
           MOVE 'D' TO GLD-RECORD-TYPE.
           MOVE CURRENT-COST-CENTER TO GLD-COST-CENTER.
           MOVE GL-EXPENSE-ACCOUNT TO GLD-ACCOUNT.
           SET GLD-IS-DEBIT TO TRUE.
           MOVE CC-CHARGE-SUM TO GLD-AMOUNT.
           MOVE CC-GAME-COUNT TO GLD-GAME-COUNT.
           MOVE MINUTES-WORK TO GLD-MINUTES.
           IF CURRENT-COST-CENTER = SUSPENSE-COST-CENTER
               MOVE "GAME PLAY - OPERATOR UNKNOWN" TO GLD-DESCRIPTION
           ELSE
               MOVE "GAME PLAY CHARGEBACK" TO GLD-DESCRIPTION
           END-IF.
           MOVE GL-DETAIL-RECORD TO GL-JOURNAL-RECORD.
           PERFORM 3500-WRITE-JOURNAL-RECORD.
           ADD 1 TO GL-DETAIL-COUNT.
           ADD CC-CHARGE-SUM TO GL-DEBIT-TOTAL.
           ADD CC-GAME-COUNT TO GL-GAME-TOTAL.
           MOVE 'N' TO COST-CENTER-OPEN-FLAG.

       3500-WRITE-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           IF GL-JOURNAL-STATUS NOT = "00"
               ADD 1 TO GL-WRITE-FAIL-COUNT
               DISPLAY "Warning: GL journal write failed, status "
                   GL-JOURNAL-STATUS
           END-IF.

      *    The recovery credit is the sum of the debits, so the
      *    journal balances by construction; the trailer carries
      *    both totals for the ledger's own check.
       4000-CLOSE-JOURNAL.
           IF GL-DEBIT-TOTAL > 0
               MOVE SPACES TO GL-DETAIL-RECORD
               MOVE 'D' TO GLD-RECORD-TYPE
               MOVE RECOVERY-COST-CENTER TO GLD-COST-CENTER
               MOVE GL-RECOVERY-ACCOUNT TO GLD-ACCOUNT
               SET GLD-IS-CREDIT TO TRUE
               MOVE GL-DEBIT-TOTAL TO GLD-AMOUNT
               MOVE GL-GAME-TOTAL TO GLD-GAME-COUNT
               COMPUTE GLD-MINUTES ROUNDED = REPORT-ELAPSED-TOTAL / 60
               MOVE "GAME PLAY RECOVERY" TO GLD-DESCRIPTION
               MOVE GL-DETAIL-RECORD TO GL-JOURNAL-RECORD
               PERFORM 3500-WRITE-JOURNAL-RECORD
               ADD 1 TO GL-DETAIL-COUNT
               ADD GL-DEBIT-TOTAL TO GL-CREDIT-TOTAL
           END-IF.
           MOVE GL-DETAIL-COUNT TO GLT-DETAIL-COUNT.
           MOVE GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
           MOVE GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
           MOVE GL-GAME-TOTAL TO GLT-GAME-COUNT.
           MOVE GL-TRAILER-RECORD TO GL-JOURNAL-RECORD.
           PERFORM 3500-WRITE-JOURNAL-RECORD.

      *    The journal may be posted only if its control totals agree
      *    with the report and every record reached the file.
       5000-PROVE-JOURNAL.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "GL JOURNAL CONTROL" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "REPORT TOTAL CHARGED" TO AMT-LABEL.
           MOVE REPORT-CHARGE-TOTAL TO AMT-VALUE.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "  OF WHICH TO SUSPENSE" TO AMT-LABEL.
           MOVE SUSPENSE-CHARGE-TOTAL TO AMT-VALUE.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "JOURNAL DEBIT TOTAL" TO AMT-LABEL.
           MOVE GL-DEBIT-TOTAL TO AMT-VALUE.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "JOURNAL CREDIT TOTAL" TO AMT-LABEL.
           MOVE GL-CREDIT-TOTAL TO AMT-VALUE.
           WRITE REPORT-LINE FROM AMOUNT-LINE.
           MOVE "JOURNAL DETAIL LINES" TO TOT-LABEL.
           MOVE GL-DETAIL-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "JOURNAL WRITE FAILURES" TO TOT-LABEL.
           MOVE GL-WRITE-FAIL-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           EVALUATE TRUE
               WHEN GL-WRITE-FAIL-COUNT > 0
                   MOVE "JOURNAL INCOMPLETE - DO NOT POST"
                       TO REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN GL-DEBIT-TOTAL NOT = REPORT-CHARGE-TOTAL
                       OR GL-CREDIT-TOTAL NOT = GL-DEBIT-TOTAL
                       OR GL-GAME-TOTAL NOT = GAMES-CHARGED-COUNT
                   MOVE "JOURNAL OUT OF BALANCE - DO NOT POST"
                       TO REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN GAMES-SUSPENSE-COUNT > 0
                   MOVE "JOURNAL BALANCES - SUSPENSE TO BE CLEARED"
                       TO REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "JOURNAL BALANCES TO REPORT" TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.

       8000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "HISTORY RECORDS IN PERIOD" TO TOT-LABEL.
           MOVE HISTORY-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES CHARGED" TO TOT-LABEL.
           MOVE GAMES-CHARGED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES OF INACTIVE OPERATORS" TO TOT-LABEL.
           MOVE GAMES-INACTIVE-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES CHARGED TO SUSPENSE" TO TOT-LABEL.
           MOVE GAMES-SUSPENSE-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "COST CENTERS CHARGED" TO TOT-LABEL.
           MOVE COST-CENTER-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.

       9000-TERMINATE.
           CLOSE HISTORY-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE JOURNAL-INTERFACE-FILE.
           CLOSE REPORT-FILE.
