      *  score, worst first, so the replays worth pulling before the
      *  leaderboard is posted are at the top.  Any scored operator
      *  ends the run with RETURN-CODE 4.
      *
      *  Every game caught by the first two checks is also written,
      *  once, to the suspect-games file (GAMESUSG.DAT) with the
      *  reason it was flagged, so GAME-DISPUTE can load the lot as
      *  open dispute cases instead of each being keyed by hand.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMEUSEL.

           SELECT CONFIG-FILE ASSIGN TO "GAMECFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMEUFD.

       FD  CONFIG-FILE.
       01 PARM-CARD-RECORD.
       01 AUDIT-STATUS                 PIC XX.
       01 CONFIG-STATUS                PIC XX.
       01 REPORT-STATUS                PIC XX.
       01 SUSPECT-GAME-STATUS          PIC XX.

       01 AUDIT-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-AUDIT                VALUE 'Y'.
           88 HIGH-BOUND-IS-SET            VALUE 'Y'.
       01 LOW-BOUND-SET-FLAG           PIC X VALUE 'N'.
           88 LOW-BOUND-IS-SET             VALUE 'Y'.
       01 GROUP-FLAGGED-FLAG           PIC X VALUE 'N'.
           88 GROUP-IS-FLAGGED             VALUE 'Y'.

      *    Read-ahead buffer for the sorted audit stream, so a record
      *    that starts the next game's group is recognized and kept
       01 SEEDED-FIRST-WIN-COUNT       PIC 9(7) VALUE ZERO.
       01 LOW-AVERAGE-COUNT            PIC 9(7) VALUE ZERO.
       01 SCORED-OPERATOR-COUNT        PIC 9(7) VALUE ZERO.
       01 SUSPECT-GAMES-WRITTEN        PIC 9(7) VALUE ZERO.

      *    One entry per operator seen on either file; the checks
      *    accumulate here and the ranking prints from here.
       01 SUSPECT-FOUND-INDEX          PIC S9(4) COMP VALUE ZERO.
       01 SEARCH-OPERATOR-ID           PIC X(8) VALUE SPACES.

      *    Keys of the games the contradiction check has already
      *    written to the suspect-games file, so the seeded check
      *    does not write the same game a second time.
       01 CONTRA-GAME-TABLE-MAX        PIC S9(4) COMP VALUE 1000.
       01 CONTRA-GAME-COUNT            PIC S9(4) COMP VALUE ZERO.
       01 CONTRA-GAME-TABLE.
           05 CTG-GAME-KEY             PIC X(30) OCCURS 1000 TIMES.
       01 CONTRA-GAME-INDEX            PIC S9(4) COMP VALUE ZERO.
       01 GAME-WRITTEN-FLAG            PIC X VALUE 'N'.
           88 GAME-ALREADY-WRITTEN         VALUE 'Y'.

       01 RANK-OUTER-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 RANK-INNER-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 RANK-BEST-INDEX              PIC S9(4) COMP VALUE ZERO.
           PERFORM 6000-WRITE-RANKING.
           PERFORM 8000-WRITE-TOTALS.
           CLOSE REPORT-FILE.
           CLOSE SUSPECT-GAME-FILE.
           STOP RUN.

       1000-INITIALIZE.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUSPECT-GAME-FILE.
           IF SUSPECT-GAME-STATUS NOT = "00"
               DISPLAY "Unable to open suspect-games file, status "
                   SUSPECT-GAME-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE CFG-LOW-VAL TO EXL-LOW-VAL.
           MOVE CFG-HIGH-VAL TO EXL-HIGH-VAL.
           MOVE SBUF-SESSION-SEQ TO GRP-SESSION-SEQ.
           MOVE 'N' TO HIGH-BOUND-SET-FLAG.
           MOVE 'N' TO LOW-BOUND-SET-FLAG.
           MOVE 'N' TO GROUP-FLAGGED-FLAG.
           MOVE 0 TO LOWEST-HIGH-GUESS.
           MOVE 0 TO HIGHEST-LOW-GUESS.
           PERFORM 3200-CHECK-ONE-GUESS
           PERFORM 7000-FIND-SUSPECT-ENTRY.
           ADD 1 TO SUS-CONTRA-COUNT(SUSPECT-FOUND-INDEX).
           ADD 5 TO SUS-SCORE(SUSPECT-FOUND-INDEX).
           IF NOT GROUP-IS-FLAGGED
               SET GROUP-IS-FLAGGED TO TRUE
               IF CONTRA-GAME-COUNT >= CONTRA-GAME-TABLE-MAX
                   DISPLAY "Contradicted-game table full at "
                       CONTRA-GAME-TABLE-MAX
                       " entries - raise the table size and rerun."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CONTRA-GAME-COUNT
               MOVE GROUP-KEY TO CTG-GAME-KEY(CONTRA-GAME-COUNT)
               MOVE GROUP-KEY TO SUG-KEY
               MOVE "GUESS CONTRADICTS EARLIER FEEDBACK"
                   TO SUG-REASON
               PERFORM 7100-WRITE-SUSPECT-GAME
           END-IF.

       3900-FILL-SORTED-BUFFER.
           MOVE 'N' TO SORTED-BUFFER-VALID-FLAG.
               WRITE REPORT-LINE FROM SEEDED-DETAIL-LINE
               ADD 1 TO SUS-SEEDED-WINS(SUSPECT-FOUND-INDEX)
               ADD 25 TO SUS-SCORE(SUSPECT-FOUND-INDEX)
               PERFORM 4200-CHECK-ALREADY-WRITTEN
               IF NOT GAME-ALREADY-WRITTEN
                   MOVE HIST-KEY TO SUG-KEY
                   MOVE "FIRST-GUESS WIN ON A SUPPLIED SEED"
                       TO SUG-REASON
                   PERFORM 7100-WRITE-SUSPECT-GAME
               END-IF
           END-IF.

      *    A game already written for a contradiction keeps that
      *    record; it still scores for both checks.
       4200-CHECK-ALREADY-WRITTEN.
           MOVE 'N' TO GAME-WRITTEN-FLAG.
           PERFORM VARYING CONTRA-GAME-INDEX FROM 1 BY 1
                   UNTIL CONTRA-GAME-INDEX > CONTRA-GAME-COUNT
                   OR GAME-ALREADY-WRITTEN
               IF CTG-GAME-KEY(CONTRA-GAME-INDEX) = HIST-KEY
                   SET GAME-ALREADY-WRITTEN TO TRUE
               END-IF
           END-PERFORM.

      *    Under half the binary-search norm over at least five
      *    games: sums are cross-multiplied so the comparison is
      *    exact.  One flag per operator, scored once.
               MOVE SUSPECT-COUNT TO SUSPECT-FOUND-INDEX
           END-IF.

       7100-WRITE-SUSPECT-GAME.
           WRITE SUSPECT-GAME-RECORD.
           IF SUSPECT-GAME-STATUS = "00"
               ADD 1 TO SUSPECT-GAMES-WRITTEN
           ELSE
               DISPLAY "Warning: suspect-games write failed, status "
                   SUSPECT-GAME-STATUS
           END-IF.

       8000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "AUDIT RECORDS READ" TO TOT-LABEL.
           MOVE "OPERATORS BELOW THE NORM" TO TOT-LABEL.
           MOVE LOW-AVERAGE-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "SUSPECT GAMES FOR DISPUTE" TO TOT-LABEL.
           MOVE SUSPECT-GAMES-WRITTEN TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "OPERATORS SCORED" TO TOT-LABEL.
           MOVE SCORED-OPERATOR-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
