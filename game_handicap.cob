      *  window of game dates to rate from and the minimum games an
      *  operator needs for a rating (blank defaults to 10).  One
      *  pass over GAMEHIST accumulates per-operator and field
      *  totals for each guessing range played in the window - a
      *  game on a wide range takes more attempts, so an operator
      *  is only ever rated against the field on the same range,
      *  and carries one handicap per range.  Each handicap is the
      *  range's field average attempts minus the operator's own
      *  average on it, signed, so
      *  adjusted attempts = raw attempts + handicap.  An operator
      *  under the minimum is written with a zero handicap and the
      *  unrated flag so the leaderboard can show them
      *  The run refuses to start without a parameter card: a
      *  handicap computed over a defaulted window is how the whole
      *  floor gets re-rated against the wrong month.
      *
      *  A game voided on the dispute file (GAMEDISP) is left out of
      *  the ratings and one ruled adjusted counts at its corrected
      *  attempts, for the operator and the field alike.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEPSEL.
           COPY GAMEVSEL.

           SELECT HANDICAP-PARM-FILE ASSIGN TO "GAMEHCPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEPFD.
           COPY GAMEVFD.

       FD  HANDICAP-PARM-FILE.
       01 HANDICAP-PARM-RECORD.
       01 HANDICAP-STATUS              PIC XX.
       01 HANDICAP-PARM-STATUS         PIC XX.
       01 REPORT-STATUS                PIC XX.
       01 DISPUTE-STATUS               PIC XX.

       01 PARM-FOUND-FLAG              PIC X VALUE 'N'.
           88 PARM-WAS-FOUND               VALUE 'Y'.
       01 HISTORY-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-HISTORY              VALUE 'Y'.
       01 DISPUTES-OPEN-FLAG           PIC X VALUE 'N'.
           88 DISPUTES-ARE-OPEN            VALUE 'Y'.
       01 GAME-VOIDED-FLAG             PIC X VALUE 'N'.
           88 GAME-IS-VOIDED               VALUE 'Y'.
       01 GAME-ADJUSTED-FLAG           PIC X VALUE 'N'.
           88 GAME-IS-ADJUSTED             VALUE 'Y'.
       01 EFFECTIVE-ATTEMPTS           PIC 9(4) VALUE ZERO.

       01 WINDOW-FROM-DATE             PIC 9(8) VALUE ZERO.
       01 WINDOW-TO-DATE               PIC 9(8) VALUE ZERO.
       01 RATED-COUNT                  PIC 9(7) VALUE ZERO.
       01 UNRATED-COUNT                PIC 9(7) VALUE ZERO.
       01 WRITE-FAIL-COUNT             PIC 9(7) VALUE ZERO.
       01 VOIDED-GAME-COUNT            PIC 9(7) VALUE ZERO.
       01 ADJUSTED-GAME-COUNT          PIC 9(7) VALUE ZERO.

       01 FIELD-AVERAGE                PIC 9(4)V99 VALUE ZERO.
       01 OPERATOR-AVERAGE             PIC 9(4)V99 VALUE ZERO.
       01 HANDICAP-WORK                PIC S9(4)V99 VALUE ZERO.

      *    One entry per guessing range seen in the window, holding
      *    that range's field totals.
       01 RANGE-TABLE-MAX              PIC S9(4) COMP VALUE 20.
       01 RANGE-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01 RANGE-TABLE.
           05 RANGE-ENTRY OCCURS 20 TIMES.
               10 RTE-RANGE.
                   15 RTE-LOW-VAL      PIC 9(5).
                   15 RTE-HIGH-VAL     PIC 9(5).
               10 RTE-GAME-COUNT       PIC 9(7).
               10 RTE-ATTEMPTS-SUM     PIC 9(9).

       01 RANGE-INDEX                  PIC S9(4) COMP VALUE ZERO.
       01 RANGE-FOUND-INDEX            PIC S9(4) COMP VALUE ZERO.
       01 GAME-RANGE.
           05 GRG-LOW-VAL              PIC 9(5).
           05 GRG-HIGH-VAL             PIC 9(5).

      *    One entry per operator per range.
       01 OPERATOR-TABLE-MAX           PIC S9(4) COMP VALUE 200.
       01 OPERATOR-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 OPERATOR-TABLE.
           05 OPERATOR-ENTRY OCCURS 200 TIMES.
               10 OTE-OPERATOR-ID      PIC X(8).
               10 OTE-RANGE-INDEX      PIC S9(4) COMP.
               10 OTE-GAME-COUNT       PIC 9(5).
               10 OTE-ATTEMPTS-SUM     PIC 9(9).

           05 FILLER4                  PIC X(7) VALUE "  OVER ".
           05 FAL-GAME-COUNT           PIC ZZZZZZ9.
           05 FILLER5                  PIC X(6) VALUE " GAMES".
           05 FILLER10                 PIC X(11) VALUE
               "  ON RANGE ".
           05 FAL-LOW-VAL              PIC ZZZZ9.
           05 FILLER11                 PIC X(3) VALUE " - ".
           05 FAL-HIGH-VAL             PIC ZZZZ9.

       01 RATING-COLUMN-LINE           PIC X(80) VALUE
           "Operator   Games   Avg att   Handicap   Rating".
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-OPEN-DISPUTE-FILE.
           MOVE WINDOW-FROM-DATE TO RHL-FROM-DATE.
           MOVE WINDOW-TO-DATE TO RHL-TO-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
               STOP RUN
           END-IF.

      *    No dispute file just means no game has been ruled on.
       1200-OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS = "00"
               SET DISPUTES-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no dispute file (status "
                   DISPUTE-STATUS ") - rating every game as played."
           END-IF.

      *    The date alternate key positions the pass at the start of
      *    the window; the read stops past its end, so only the
      *    window's games are ever touched.
                   IF HIST-GAME-DATE > WINDOW-TO-DATE
                       SET NO-MORE-HISTORY TO TRUE
                   ELSE
                       PERFORM 2010-LOOK-UP-DISPUTE
                       PERFORM 2020-TALLY-GAME
                   END-IF
           END-READ.

      *    Only a ruled void or adjustment changes a rating; an
      *    open or upheld case leaves the game as played.
       2010-LOOK-UP-DISPUTE.
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

       2020-TALLY-GAME.
           IF GAME-IS-VOIDED
               ADD 1 TO VOIDED-GAME-COUNT
           ELSE
               IF GAME-IS-ADJUSTED
                   ADD 1 TO ADJUSTED-GAME-COUNT
               END-IF
               ADD 1 TO GAMES-IN-WINDOW-COUNT
               PERFORM 2050-TALLY-RANGE
               PERFORM 2100-TALLY-ONE-GAME
           END-IF.

       2050-TALLY-RANGE.
           MOVE HIST-LOW-VAL TO GRG-LOW-VAL.
           MOVE HIST-HIGH-VAL TO GRG-HIGH-VAL.
           MOVE 0 TO RANGE-FOUND-INDEX.
           PERFORM VARYING RANGE-INDEX FROM 1 BY 1
                   UNTIL RANGE-INDEX > RANGE-COUNT
                   OR RANGE-FOUND-INDEX > 0
               IF RTE-RANGE(RANGE-INDEX) = GAME-RANGE
                   MOVE RANGE-INDEX TO RANGE-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF RANGE-FOUND-INDEX = 0
               IF RANGE-COUNT >= RANGE-TABLE-MAX
                   DISPLAY "Range table full at "
                       RANGE-TABLE-MAX " entries - raise the "
                       "table size and rerun."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RANGE-COUNT
               MOVE GAME-RANGE TO RTE-RANGE(RANGE-COUNT)
               MOVE 0 TO RTE-GAME-COUNT(RANGE-COUNT)
               MOVE 0 TO RTE-ATTEMPTS-SUM(RANGE-COUNT)
               MOVE RANGE-COUNT TO RANGE-FOUND-INDEX
           END-IF.
           ADD 1 TO RTE-GAME-COUNT(RANGE-FOUND-INDEX).
           ADD EFFECTIVE-ATTEMPTS
               TO RTE-ATTEMPTS-SUM(RANGE-FOUND-INDEX).

       2100-TALLY-ONE-GAME.
           MOVE 0 TO OPERATOR-FOUND-INDEX.
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT
                   OR OPERATOR-FOUND-INDEX > 0
               IF OTE-OPERATOR-ID(OPERATOR-INDEX) = HIST-OPERATOR-ID
                       AND OTE-RANGE-INDEX(OPERATOR-INDEX)
                           = RANGE-FOUND-INDEX
                   MOVE OPERATOR-INDEX TO OPERATOR-FOUND-INDEX
               END-IF
           END-PERFORM.
               ADD 1 TO OPERATOR-COUNT
               MOVE HIST-OPERATOR-ID
                   TO OTE-OPERATOR-ID(OPERATOR-COUNT)
               MOVE RANGE-FOUND-INDEX
                   TO OTE-RANGE-INDEX(OPERATOR-COUNT)
               MOVE 0 TO OTE-GAME-COUNT(OPERATOR-COUNT)
               MOVE 0 TO OTE-ATTEMPTS-SUM(OPERATOR-COUNT)
               MOVE OPERATOR-COUNT TO OPERATOR-FOUND-INDEX
           END-IF.
           ADD 1 TO OTE-GAME-COUNT(OPERATOR-FOUND-INDEX).
           ADD EFFECTIVE-ATTEMPTS
               TO OTE-ATTEMPTS-SUM(OPERATOR-FOUND-INDEX).

       3000-RATE-THE-FIELD.
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 3050-RATE-ONE-RANGE
                   VARYING RANGE-INDEX FROM 1 BY 1
                   UNTIL RANGE-INDEX > RANGE-COUNT
           END-IF.

      *    Each range gets its own field average and rates only the
      *    operators who played on it.
       3050-RATE-ONE-RANGE.
           COMPUTE FIELD-AVERAGE ROUNDED =
               RTE-ATTEMPTS-SUM(RANGE-INDEX)
               / RTE-GAME-COUNT(RANGE-INDEX).
           MOVE FIELD-AVERAGE TO FAL-FIELD-AVERAGE.
           MOVE RTE-GAME-COUNT(RANGE-INDEX) TO FAL-GAME-COUNT.
           MOVE RTE-LOW-VAL(RANGE-INDEX) TO FAL-LOW-VAL.
           MOVE RTE-HIGH-VAL(RANGE-INDEX) TO FAL-HIGH-VAL.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM FIELD-AVERAGE-LINE.
           WRITE REPORT-LINE FROM RATING-COLUMN-LINE.
           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT
               IF OTE-RANGE-INDEX(OPERATOR-INDEX) = RANGE-INDEX
                   PERFORM 3100-RATE-ONE-OPERATOR
               END-IF
           END-PERFORM.

       3100-RATE-ONE-OPERATOR.
           COMPUTE OPERATOR-AVERAGE ROUNDED =
               OTE-ATTEMPTS-SUM(OPERATOR-INDEX)
               / OTE-GAME-COUNT(OPERATOR-INDEX).
           MOVE OTE-OPERATOR-ID(OPERATOR-INDEX) TO HCP-OPERATOR-ID.
           MOVE RTE-LOW-VAL(RANGE-INDEX) TO HCP-LOW-VAL.
           MOVE RTE-HIGH-VAL(RANGE-INDEX) TO HCP-HIGH-VAL.
           MOVE OTE-GAME-COUNT(OPERATOR-INDEX)
               TO HCP-GAMES-COUNTED.
           MOVE RUN-DATE TO HCP-COMPUTED-DATE.
                       INVALID KEY
                           ADD 1 TO WRITE-FAIL-COUNT
                           DISPLAY "Warning: handicap write failed "
                               "for " HCP-OPERATOR-ID " range "
                               HCP-LOW-VAL "-" HCP-HIGH-VAL
                               ", status " HANDICAP-STATUS
                   END-WRITE
           END-REWRITE.

           MOVE "GAMES IN THE WINDOW" TO TOT-LABEL.
           MOVE GAMES-IN-WINDOW-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES VOIDED ON DISPUTE (EXCLUDED)" TO TOT-LABEL.
           MOVE VOIDED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES WITH ADJUSTED ATTEMPTS" TO TOT-LABEL.
           MOVE ADJUSTED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GUESSING RANGES IN THE WINDOW" TO TOT-LABEL.
           MOVE RANGE-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "OPERATORS RATED" TO TOT-LABEL.
           MOVE RATED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
       9000-TERMINATE.
           CLOSE HISTORY-FILE.
           CLOSE HANDICAP-FILE.
           IF DISPUTES-ARE-OPEN
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE REPORT-FILE.
