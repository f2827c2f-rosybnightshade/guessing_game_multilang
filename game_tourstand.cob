      *  from the round reports.
      *
      *  A parameter card (GAMETSTP.DAT) names the tournament ID to
      *  score; the number of rounds the bracket is played over is
      *  taken from the tournament master (GAMETMST).  The results
      *  records for that tournament are sorted into round order
      *  and, inside each round, into the same ranking
      *  the driver's round report uses (2470-COMPARE-ONE-ENTRANT):
      *  finishers ahead of non-finishers, then fewer attempts, then
      *  elapsed time - realized here as sort keys, which yield the
      *
      *  Cumulative standings (points, then total attempts, then
      *  total elapsed time as tie-breaks) are printed after every
      *  round on GAMETSTD.DAT, and when the master's number of
      *  rounds has been played the report closes with the champion
      *  and the tournament is closed on the master, recording the
      *  champion; until then it closes with an in-progress line.
      *
      *  The run refuses to start without a parameter card, or for a
      *  tournament not on the master: standings scored against a
      *  defaulted tournament ID are how the wrong bracket gets
      *  posted.
      *
      *  A round result whose game was voided on the dispute file
      *  (GAMEDISP) is left out of its round, and one ruled adjusted
      *  is scored on its corrected attempts.  The results record
      *  carries no start time, so the game is matched on the
      *  operator's cases for the round date by seed and target.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMETSEL.
           COPY GAMEVSEL.
           COPY GAMENSEL.

           SELECT STAND-PARM-FILE ASSIGN TO "GAMETSTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY GAMETFD.
           COPY GAMEVFD.
           COPY GAMENFD.

       FD  STAND-PARM-FILE.
       01 STAND-PARM-RECORD.
           05 TSPARM-TOURN-ID          PIC X(8).

      *    DESCENDING on the finished flag puts 'Y' ahead of 'N', so
      *    one sorted pass hands each round back already in the
       01 TOURN-RESULT-STATUS          PIC XX.
       01 STAND-PARM-STATUS            PIC XX.
       01 REPORT-STATUS                PIC XX.
       01 DISPUTE-STATUS               PIC XX.
       01 TOURN-MASTER-STATUS          PIC XX.

       01 PARM-FOUND-FLAG              PIC X VALUE 'N'.
           88 PARM-WAS-FOUND               VALUE 'Y'.
           88 NO-MORE-SORTED-RECORDS       VALUE 'Y'.
       01 RECORD-HELD-FLAG             PIC X VALUE 'N'.
           88 RECORD-IS-HELD               VALUE 'Y'.
       01 DISPUTES-OPEN-FLAG           PIC X VALUE 'N'.
           88 DISPUTES-ARE-OPEN            VALUE 'Y'.
       01 GAME-VOIDED-FLAG             PIC X VALUE 'N'.
           88 GAME-IS-VOIDED               VALUE 'Y'.
       01 GAME-ADJUSTED-FLAG           PIC X VALUE 'N'.
           88 GAME-IS-ADJUSTED             VALUE 'Y'.
       01 CASE-BROWSE-FLAG             PIC X VALUE 'N'.
           88 CASE-BROWSE-ENDED            VALUE 'Y'.
       01 EFFECTIVE-ATTEMPTS           PIC 9(4) VALUE ZERO.

       01 STAND-TOURN-ID               PIC X(8) VALUE SPACES.
       01 TOTAL-ROUNDS                 PIC 9(3) VALUE ZERO.
       01 RECORDS-MATCHED-COUNT        PIC 9(7) VALUE ZERO.
       01 RECORDS-SKIPPED-COUNT        PIC 9(7) VALUE ZERO.
       01 ROUNDS-PLAYED-COUNT          PIC 9(3) VALUE ZERO.
       01 VOIDED-GAME-COUNT            PIC 9(7) VALUE ZERO.
       01 ADJUSTED-GAME-COUNT          PIC 9(7) VALUE ZERO.

      *    One round's entrants, in the ranking order the sort hands
      *    them back, buffered so the round's entrant count is known
           05 RHL-TOTAL-ROUNDS         PIC ZZ9.
           05 FILLER3                  PIC X(7) VALUE " ROUNDS".

       01 REPORT-NAME-LINE.
           05 FILLER18                 PIC X(25) VALUE SPACES.
           05 RNL-TOURN-NAME           PIC X(30).

       01 ROUND-HEADER-LINE.
           05 FILLER4                  PIC X(21) VALUE
               "STANDINGS AFTER ROUND".
           05 PGL-TOTAL-ROUNDS         PIC ZZ9.
           05 FILLER17                 PIC X(14) VALUE " ROUNDS PLAYED".

       01 MASTER-CLOSED-LINE           PIC X(80) VALUE
           "TOURNAMENT CLOSED ON THE TOURNAMENT MASTER".
       01 ALREADY-CLOSED-LINE          PIC X(80) VALUE
           "TOURNAMENT WAS ALREADY CLOSED ON THE TOURNAMENT MASTER".

       01 TOTAL-LINE.
           05 TOT-LABEL                PIC X(34).
           05 TOT-VALUE                PIC ZZZZZZ9.
               INPUT PROCEDURE IS 2000-LOAD-SORT-FILE
               OUTPUT PROCEDURE IS 3000-SCORE-ROUNDS.
           PERFORM 8000-WRITE-CLOSING.
           IF DISPUTES-ARE-OPEN
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE TOURN-MASTER-FILE.
           CLOSE REPORT-FILE.
           STOP RUN.

               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1150-READ-TOURN-MASTER.
           PERFORM 1200-OPEN-DISPUTE-FILE.
           MOVE STAND-TOURN-ID TO RHL-TOURN-ID.
           MOVE TOTAL-ROUNDS TO RHL-TOTAL-ROUNDS.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE TMS-TOURN-NAME TO RNL-TOURN-NAME.
           WRITE REPORT-LINE FROM REPORT-NAME-LINE.

       1100-LOAD-STANDINGS-PARM.
           OPEN INPUT STAND-PARM-FILE.
                       CONTINUE
                   NOT AT END
                       IF TSPARM-TOURN-ID NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(TSPARM-TOURN-ID)
                               TO STAND-TOURN-ID
                           SET PARM-WAS-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE STAND-PARM-FILE
           END-IF.
           IF NOT PARM-WAS-FOUND
               DISPLAY "No valid tournament parameter - "
                   "standings run cancelled."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The master stays open so the tournament can be closed
      *    when the champion is declared.
       1150-READ-TOURN-MASTER.
           OPEN I-O TOURN-MASTER-FILE.
           IF TOURN-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open tournament master, status "
                   TOURN-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE STAND-TOURN-ID TO TMS-TOURN-ID.
           READ TOURN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Tournament " STAND-TOURN-ID " is not on "
                       "the tournament master - standings run "
                       "cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE TMS-TOTAL-ROUNDS TO TOTAL-ROUNDS.

      *    No dispute file just means no game has been ruled on.
       1200-OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS = "00"
               SET DISPUTES-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no dispute file (status "
                   DISPUTE-STATUS ") - scoring every result as played."
           END-IF.

       2000-LOAD-SORT-FILE.
           OPEN INPUT TOURN-RESULT-FILE.
           IF TOURN-RESULT-STATUS NOT = "00"
                       ADD 1 TO RECORDS-READ-COUNT
                       IF TRES-TOURN-ID = STAND-TOURN-ID
                           ADD 1 TO RECORDS-MATCHED-COUNT
                           PERFORM 2100-LOOK-UP-DISPUTE
                           PERFORM 2200-RELEASE-RESULT
                       ELSE
                           ADD 1 TO RECORDS-SKIPPED-COUNT
                       END-IF
           END-PERFORM.
           CLOSE TOURN-RESULT-FILE.

      *    Only a finished result has a game behind it.  The cases
      *    for the operator's round date are browsed in key order and
      *    the one for the same seed and target is taken; only a
      *    ruled void or adjustment changes the scoring.
       2100-LOOK-UP-DISPUTE.
           MOVE 'N' TO GAME-VOIDED-FLAG.
           MOVE 'N' TO GAME-ADJUSTED-FLAG.
           MOVE TRES-ATTEMPTS TO EFFECTIVE-ATTEMPTS.
           IF DISPUTES-ARE-OPEN AND TRES-FINISHED-FLAG = 'Y'
               MOVE 'N' TO CASE-BROWSE-FLAG
               MOVE TRES-OPERATOR-ID TO DSP-OPERATOR-ID
               MOVE TRES-ROUND-DATE TO DSP-GAME-DATE
               MOVE 0 TO DSP-START-TIME
               MOVE 0 TO DSP-SESSION-SEQ
               START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY
                       SET CASE-BROWSE-ENDED TO TRUE
               END-START
               PERFORM 2150-CHECK-ONE-CASE UNTIL CASE-BROWSE-ENDED
           END-IF.

       2150-CHECK-ONE-CASE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET CASE-BROWSE-ENDED TO TRUE
           END-READ.
           IF NOT CASE-BROWSE-ENDED
               IF DSP-OPERATOR-ID NOT = TRES-OPERATOR-ID
                       OR DSP-GAME-DATE NOT = TRES-ROUND-DATE
                   SET CASE-BROWSE-ENDED TO TRUE
               ELSE
                   IF DSP-SEED-USED = TRES-SEED-USED
                           AND DSP-TARGET = TRES-TARGET
                       SET CASE-BROWSE-ENDED TO TRUE
                       IF DSP-CASE-IS-RULED AND DSP-IS-VOIDED
                           SET GAME-IS-VOIDED TO TRUE
                       END-IF
                       IF DSP-CASE-IS-RULED AND DSP-IS-ADJUSTED
                           SET GAME-IS-ADJUSTED TO TRUE
                           MOVE DSP-ADJUSTED-ATTEMPTS
                               TO EFFECTIVE-ATTEMPTS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2200-RELEASE-RESULT.
           IF GAME-IS-VOIDED
               ADD 1 TO VOIDED-GAME-COUNT
           ELSE
               IF GAME-IS-ADJUSTED
                   ADD 1 TO ADJUSTED-GAME-COUNT
               END-IF
               MOVE TRES-ROUND-NO TO SRT-ROUND-NO
               MOVE TRES-FINISHED-FLAG TO SRT-FINISHED-FLAG
               MOVE EFFECTIVE-ATTEMPTS TO SRT-ATTEMPTS
               MOVE TRES-ELAPSED-SECONDS TO SRT-ELAPSED-SECONDS
               MOVE TRES-OPERATOR-ID TO SRT-OPERATOR-ID
               MOVE TRES-ROUND-DATE TO SRT-ROUND-DATE
               RELEASE SORT-RECORD
           END-IF.

       3000-SCORE-ROUNDS.
           PERFORM 3900-RETURN-NEXT-RECORD.
           IF NOT RECORD-IS-HELD
                   MOVE STE-OPERATOR-ID(1) TO CHL-OPERATOR-ID
                   MOVE STE-POINTS(1) TO CHL-POINTS
                   WRITE REPORT-LINE FROM CHAMPION-LINE
                   PERFORM 8100-CLOSE-TOURNAMENT
               ELSE
                   MOVE ROUNDS-PLAYED-COUNT TO PGL-ROUNDS-PLAYED
                   MOVE TOTAL-ROUNDS TO PGL-TOTAL-ROUNDS
           MOVE "RECORDS FOR OTHER TOURNAMENTS" TO TOT-LABEL.
           MOVE RECORDS-SKIPPED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "RESULTS VOIDED ON DISPUTE" TO TOT-LABEL.
           MOVE VOIDED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "RESULTS WITH ADJUSTED ATTEMPTS" TO TOT-LABEL.
           MOVE ADJUSTED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "ROUNDS SCORED" TO TOT-LABEL.
           MOVE ROUNDS-PLAYED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.

      *    A rerun after the close finds the tournament already
      *    closed and leaves the master as it is.
       8100-CLOSE-TOURNAMENT.
           IF TMS-IS-CLOSED
               WRITE REPORT-LINE FROM ALREADY-CLOSED-LINE
           ELSE
               SET TMS-IS-CLOSED TO TRUE
               ACCEPT TMS-CLOSED-DATE FROM DATE YYYYMMDD
               MOVE STE-OPERATOR-ID(1) TO TMS-CHAMPION-ID
               REWRITE TOURN-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Unable to close tournament "
                           STAND-TOURN-ID " on the master, status "
                           TOURN-MASTER-STATUS
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       WRITE REPORT-LINE FROM MASTER-CLOSED-LINE
               END-REWRITE
           END-IF.
