      *  the keyed handicap file (GAMEHCAP, recomputed monthly by
      *  GAME-HANDICAP) so people can see it move.  An operator not
      *  rated, or with no handicap file at all, shows UNRATED.
      *  Games on different guessing ranges are never mixed: an
      *  operator who played more than one range gets a block per
      *  range, and the ranking is made separately within each
      *  range against that range's handicap.
      *
      *  Rulings on the dispute file (GAMEDISP) are honoured: a
      *  voided game is left out of every figure and an adjusted one
      *  counts at its corrected attempts.  The counts of both close
      *  the report.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEPSEL.
           COPY GAMEVSEL.

           SELECT SORT-WORK-FILE ASSIGN TO "GAMESORT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEPFD.
           COPY GAMEVFD.

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-OPERATOR-ID          PIC X(8).
           05 SRT-LOW-VAL              PIC 9(5).
           05 SRT-HIGH-VAL             PIC 9(5).
           05 SRT-GAME-DATE            PIC 9(8).
           05 SRT-ATTEMPTS             PIC 9(4).
           05 SRT-ELAPSED-SECONDS      PIC 9(6)V99.
       01 HISTORY-STATUS               PIC XX.
       01 HANDICAP-STATUS              PIC XX.
       01 REPORT-STATUS                PIC XX.
       01 DISPUTE-STATUS               PIC XX.

       01 HISTORY-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-HISTORY              VALUE 'Y'.
           88 RECORD-IS-HELD               VALUE 'Y'.
       01 HANDICAPS-OPEN-FLAG          PIC X VALUE 'N'.
           88 HANDICAPS-ARE-OPEN           VALUE 'Y'.
       01 DISPUTES-OPEN-FLAG           PIC X VALUE 'N'.
           88 DISPUTES-ARE-OPEN            VALUE 'Y'.
       01 GAME-VOIDED-FLAG             PIC X VALUE 'N'.
           88 GAME-IS-VOIDED               VALUE 'Y'.
       01 GAME-ADJUSTED-FLAG           PIC X VALUE 'N'.
           88 GAME-IS-ADJUSTED             VALUE 'Y'.
       01 EFFECTIVE-ATTEMPTS           PIC 9(4) VALUE ZERO.
       01 VOIDED-GAME-COUNT            PIC 9(7) VALUE ZERO.
       01 ADJUSTED-GAME-COUNT          PIC 9(7) VALUE ZERO.

       01 HANDICAP-EDITED              PIC +ZZ9.99.

      *    for the operator and month control breaks.
       01 HELD-RECORD.
           05 HELD-OPERATOR-ID         PIC X(8).
           05 HELD-RANGE.
               10 HELD-LOW-VAL         PIC 9(5).
               10 HELD-HIGH-VAL        PIC 9(5).
           05 HELD-GAME-DATE           PIC 9(8).
           05 HELD-ATTEMPTS            PIC 9(4).
           05 HELD-ELAPSED-SECONDS     PIC 9(6)V99.
       01 HELD-WEEK                    PIC 9 VALUE ZERO.

       01 CURRENT-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 CURRENT-RANGE.
           05 CURRENT-LOW-VAL          PIC 9(5) VALUE ZERO.
           05 CURRENT-HIGH-VAL         PIC 9(5) VALUE ZERO.
       01 CURRENT-MONTH                PIC 9(6) VALUE ZERO.

       01 MONTH-GAME-COUNT             PIC 9(5) VALUE ZERO.
       01 AVERAGE-ATTEMPTS             PIC 9(4)V99 VALUE ZERO.
       01 AVERAGE-ELAPSED              PIC 9(6)V99 VALUE ZERO.

      *    One entry per operator per range for the grand-total
      *    ranking.
       01 OPERATOR-TABLE-MAX           PIC S9(4) COMP VALUE 200.
       01 OPERATOR-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 200 TIMES.
               10 OTE-OPERATOR-ID      PIC X(8).
               10 OTE-RANGE.
                   15 OTE-LOW-VAL      PIC 9(5).
                   15 OTE-HIGH-VAL     PIC 9(5).
               10 OTE-GAME-COUNT       PIC 9(7).
               10 OTE-ATTEMPTS-SUM     PIC 9(9).
               10 OTE-ELAPSED-SUM      PIC 9(10)V99.
       01 RANK-OUTER-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 RANK-INNER-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 RANK-BEST-INDEX              PIC S9(4) COMP VALUE ZERO.
       01 RANGE-RANK                   PIC 9(4) VALUE ZERO.
       01 PREVIOUS-RANGE               PIC X(10) VALUE SPACES.
       01 SWAP-ENTRY.
           05 SWP-OPERATOR-ID          PIC X(8).
           05 SWP-RANGE                PIC X(10).
           05 SWP-GAME-COUNT           PIC 9(7).
           05 SWP-ATTEMPTS-SUM         PIC 9(9).
           05 SWP-ELAPSED-SUM          PIC 9(10)V99.
       01 OPERATOR-HEADER-LINE.
           05 FILLER1                  PIC X(10) VALUE "Operator: ".
           05 OHL-OPERATOR-ID          PIC X(8).
           05 FILLER13                 PIC X(9) VALUE "  range  ".
           05 OHL-LOW-VAL              PIC ZZZZ9.
           05 FILLER14                 PIC X(3) VALUE " - ".
           05 OHL-HIGH-VAL             PIC ZZZZ9.

       01 MONTH-COLUMN-LINE            PIC X(80) VALUE
           "  Month     Games   Avg att   Best   Avg elapsed   Trend".

       01 RANKING-HEADER-LINE          PIC X(80) VALUE
           "OPERATOR RANKING BY AVERAGE ATTEMPTS".
       01 RANKING-RANGE-LINE.
           05 FILLER15                 PIC X(7) VALUE "Range  ".
           05 RRL-LOW-VAL              PIC ZZZZ9.
           05 FILLER16                 PIC X(3) VALUE " - ".
           05 RRL-HIGH-VAL             PIC ZZZZ9.
       01 RANKING-COLUMN-LINE          PIC X(80) VALUE
           "Rank   Operator   Games   Avg att   Avg elapsed   Handicap".

           05 FILLER12                 PIC X(4) VALUE SPACES.
           05 RDL-HANDICAP             PIC X(7).

       01 TOTAL-LINE.
           05 TOT-LABEL                PIC X(34).
           05 TOT-VALUE                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE.
               STOP RUN
           END-IF.
           PERFORM 1500-OPEN-HANDICAP-FILE.
           PERFORM 1600-OPEN-DISPUTE-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-OPERATOR-ID
               ON ASCENDING KEY SRT-LOW-VAL
               ON ASCENDING KEY SRT-HIGH-VAL
               ON ASCENDING KEY SRT-GAME-DATE
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 2000-BUILD-REPORT.
           IF HANDICAPS-ARE-OPEN
               CLOSE HANDICAP-FILE
           END-IF.
           IF DISPUTES-ARE-OPEN
               CLOSE DISPUTE-FILE
           END-IF.
           PERFORM 8000-WRITE-DISPUTE-TOTALS.
           CLOSE REPORT-FILE.
           STOP RUN.

                   AT END
                       SET NO-MORE-HISTORY TO TRUE
                   NOT AT END
                       PERFORM 1100-LOOK-UP-DISPUTE
                       PERFORM 1200-RELEASE-GAME
               END-READ
           END-PERFORM.
           IF HISTORY-STATUS = "00" OR HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

      *    Only a ruled void or adjustment changes the figures; an
      *    open or upheld case leaves the game as played.
       1100-LOOK-UP-DISPUTE.
           MOVE 'N' TO GAME-VOIDED-FLAG.
           MOVE 'N' TO GAME-ADJUSTED-FLAG.
           MOVE HIST-ATTEMPTS TO EFFECTIVE-ATTEMPTS.
           IF DISPUTES-ARE-OPEN
               MOVE HIST-KEY TO DSP-KEY
               READ DISPUTE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DSP-CASE-IS-RULED AND DSP-IS-VOIDED
                           SET GAME-IS-VOIDED TO TRUE
                       END-IF
                       IF DSP-CASE-IS-RULED AND DSP-IS-ADJUSTED
                           SET GAME-IS-ADJUSTED TO TRUE
                           MOVE DSP-ADJUSTED-ATTEMPTS
                               TO EFFECTIVE-ATTEMPTS
                       END-IF
               END-READ
           END-IF.

       1200-RELEASE-GAME.
           IF GAME-IS-VOIDED
               ADD 1 TO VOIDED-GAME-COUNT
           ELSE
               IF GAME-IS-ADJUSTED
                   ADD 1 TO ADJUSTED-GAME-COUNT
               END-IF
               MOVE HIST-OPERATOR-ID TO SRT-OPERATOR-ID
               MOVE HIST-LOW-VAL TO SRT-LOW-VAL
               MOVE HIST-HIGH-VAL TO SRT-HIGH-VAL
               MOVE HIST-GAME-DATE TO SRT-GAME-DATE
               MOVE EFFECTIVE-ATTEMPTS TO SRT-ATTEMPTS
               MOVE HIST-ELAPSED-SECONDS TO SRT-ELAPSED-SECONDS
               RELEASE SORT-RECORD
           END-IF.

      *    No handicap file just means nobody has been rated yet;
      *    the ranking prints with every operator UNRATED.
       1500-OPEN-HANDICAP-FILE.
               SET HANDICAPS-ARE-OPEN TO TRUE
           END-IF.

      *    No dispute file just means no game has been ruled on.
       1600-OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS = "00"
               SET DISPUTES-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no dispute file (status "
                   DISPUTE-STATUS ") - counting every game as played."
           END-IF.

       2000-BUILD-REPORT.
           PERFORM 2900-RETURN-NEXT-RECORD.
           IF NOT RECORD-IS-HELD

       2100-START-OPERATOR.
           MOVE HELD-OPERATOR-ID TO CURRENT-OPERATOR-ID.
           MOVE HELD-RANGE TO CURRENT-RANGE.
           IF OPERATOR-COUNT >= OPERATOR-TABLE-MAX
               DISPLAY "Operator ranking table full at "
                   OPERATOR-TABLE-MAX " entries - raise the table "
           END-IF.
           ADD 1 TO OPERATOR-COUNT.
           MOVE HELD-OPERATOR-ID TO OTE-OPERATOR-ID(OPERATOR-COUNT).
           MOVE HELD-RANGE TO OTE-RANGE(OPERATOR-COUNT).
           MOVE 0 TO OTE-GAME-COUNT(OPERATOR-COUNT).
           MOVE 0 TO OTE-ATTEMPTS-SUM(OPERATOR-COUNT).
           MOVE 0 TO OTE-ELAPSED-SUM(OPERATOR-COUNT).
           WRITE REPORT-LINE FROM SPACES.
           MOVE CURRENT-OPERATOR-ID TO OHL-OPERATOR-ID.
           MOVE CURRENT-LOW-VAL TO OHL-LOW-VAL.
           MOVE CURRENT-HIGH-VAL TO OHL-HIGH-VAL.
           WRITE REPORT-LINE FROM OPERATOR-HEADER-LINE.
           WRITE REPORT-LINE FROM MONTH-COLUMN-LINE.

           PERFORM 2900-RETURN-NEXT-RECORD.
           IF RECORD-IS-HELD
               IF HELD-OPERATOR-ID NOT = CURRENT-OPERATOR-ID
                       OR HELD-RANGE NOT = CURRENT-RANGE
                   PERFORM 2500-CLOSE-MONTH
                   PERFORM 2100-START-OPERATOR
                   PERFORM 2150-START-MONTH
               END-EVALUATE
           END-IF.

      *    Selection sort on the operator table, range by range and
      *    best average first within the range; averages are compared
      *    by cross-multiplying the sums so no precision is lost to an
      *    intermediate divide.
       2600-WRITE-RANKING.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM RANKING-HEADER-LINE.
           PERFORM 2610-RANK-ONE-POSITION
               VARYING RANK-OUTER-INDEX FROM 1 BY 1
               UNTIL RANK-OUTER-INDEX > OPERATOR-COUNT.
           END-IF.

       2620-COMPARE-ONE-ENTRY.
           IF OTE-RANGE(RANK-INNER-INDEX) < OTE-RANGE(RANK-BEST-INDEX)
               MOVE RANK-INNER-INDEX TO RANK-BEST-INDEX
           ELSE
               IF OTE-RANGE(RANK-INNER-INDEX)
                       = OTE-RANGE(RANK-BEST-INDEX)
                   COMPUTE TREND-COMPARE-A =
                       OTE-ATTEMPTS-SUM(RANK-INNER-INDEX)
                       * OTE-GAME-COUNT(RANK-BEST-INDEX)
                   COMPUTE TREND-COMPARE-B =
                       OTE-ATTEMPTS-SUM(RANK-BEST-INDEX)
                       * OTE-GAME-COUNT(RANK-INNER-INDEX)
                   IF TREND-COMPARE-A < TREND-COMPARE-B
                       MOVE RANK-INNER-INDEX TO RANK-BEST-INDEX
                   END-IF
               END-IF
           END-IF.

      *    Each new range starts its own heading and numbers its
      *    ranks from one.
       2630-WRITE-RANK-LINE.
           IF OTE-RANGE(RANK-OUTER-INDEX) NOT = PREVIOUS-RANGE
               MOVE OTE-RANGE(RANK-OUTER-INDEX) TO PREVIOUS-RANGE
               MOVE 0 TO RANGE-RANK
               MOVE OTE-LOW-VAL(RANK-OUTER-INDEX) TO RRL-LOW-VAL
               MOVE OTE-HIGH-VAL(RANK-OUTER-INDEX) TO RRL-HIGH-VAL
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM RANKING-RANGE-LINE
               WRITE REPORT-LINE FROM RANKING-COLUMN-LINE
           END-IF.
           ADD 1 TO RANGE-RANK.
           MOVE RANGE-RANK TO RDL-RANK.
           MOVE OTE-OPERATOR-ID(RANK-OUTER-INDEX) TO RDL-OPERATOR-ID.
           MOVE OTE-GAME-COUNT(RANK-OUTER-INDEX) TO RDL-GAME-COUNT.
           COMPUTE AVERAGE-ATTEMPTS ROUNDED =
           IF HANDICAPS-ARE-OPEN
               MOVE OTE-OPERATOR-ID(RANK-OUTER-INDEX)
                   TO HCP-OPERATOR-ID
               MOVE OTE-LOW-VAL(RANK-OUTER-INDEX) TO HCP-LOW-VAL
               MOVE OTE-HIGH-VAL(RANK-OUTER-INDEX) TO HCP-HIGH-VAL
               READ HANDICAP-FILE
                   INVALID KEY
                       CONTINUE
                       SET NO-MORE-SORTED-RECORDS TO TRUE
                   NOT AT END
                       MOVE SRT-OPERATOR-ID TO HELD-OPERATOR-ID
                       MOVE SRT-LOW-VAL TO HELD-LOW-VAL
                       MOVE SRT-HIGH-VAL TO HELD-HIGH-VAL
                       MOVE SRT-GAME-DATE TO HELD-GAME-DATE
                       MOVE SRT-ATTEMPTS TO HELD-ATTEMPTS
                       MOVE SRT-ELAPSED-SECONDS
                       SET RECORD-IS-HELD TO TRUE
               END-RETURN
           END-IF.

       8000-WRITE-DISPUTE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "GAMES VOIDED ON DISPUTE (EXCLUDED)" TO TOT-LABEL.
           MOVE VOIDED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES WITH ADJUSTED ATTEMPTS" TO TOT-LABEL.
           MOVE ADJUSTED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
