      *  that are not active master records are rejected so history
      *  and the leaderboard never split one person across variants.
      *
      *  The guessing range is stored on every history, checkpoint
      *  and tournament result record, so the rankings compare like
      *  with like.  A restart whose checkpoint was started on a
      *  different range than this run's is refused (counted as a
      *  rejected session) and the checkpoint is left for a run on
      *  the right range.
      *
      *  Play is limited by the quota table (GAMEQUOT.DAT): a new
      *  game is refused once the operator's games for the business
      *  day - completed on GAMEHIST plus one still in flight on
      *  GAMECHKP - have reached the limit for the operator, the
      *  department's line for the operator's shift, or the
      *  department's all-shift line, in that order.  A refused
      *  batch session has its transaction block skipped like any
      *  rejected session.  Resuming a checkpoint finishes a game
      *  already counted and is never refused; tournament rounds are
      *  played as scheduled and only count towards the day.  Each
      *  refusal is appended to the quota exception file
      *  (GAMEQEXC.DAT) for GAME-QUOTARPT and counted on the
      *  run-control record.  With no quota table, play is not
      *  limited.
      *
      *  A tournament round is played only against the tournament
      *  master (GAMETMST, kept by GAME-TOURMAINT): the run is
      *  refused before any file is touched if the tournament is not
      *  on the master or is closed, if the round has already been
      *  played, or if it is not the next round in sequence.  Inside
      *  the round, a session for an operator not registered as an
      *  entrant - or one who has already played the round - is
      *  rejected like an inactive operator.  When the round has
      *  been played the master is marked with it.
      *
      *  Every successful history and audit write is also journaled
      *  (GAMEJRNL) as a record image, so a rebuild of either indexed
      *  file from the nightly backup can be rolled forward to the
      *  point of failure instead of losing the day's games.
      *
      *  Every game, guess, tournament round and run-control record
      *  is dated with the shop business date from the control file
      *  (GAMEBDAT) rather than the system clock, so a late shift
      *  that runs past midnight still posts to its own day.  A run
      *  against a business date that has already been closed is
      *  refused before any file is touched.  Elapsed play time is
      *  still measured from the clock.
      *
      *  Each run appends a totals record to the run-control file
      *  (GAMERUNC) and ends with a graded RETURN-CODE - 0 clean,
      *  4 input skipped or rejected, 8 write failures, 12 a file
           COPY GAMEASEL.
           COPY GAMEOSEL.
           COPY GAMEKSEL.
           COPY GAMEDSEL.
           COPY GAMEQSEL.
           COPY GAMEESEL.

           SELECT CONFIG-FILE ASSIGN TO "GAMECFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY GAMEJSEL.

           COPY GAMETSEL.
           COPY GAMENSEL.

           SELECT TOURN-REPORT-FILE ASSIGN TO "GAMETREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY GAMEAFD.
           COPY GAMEOFD.
           COPY GAMEKFD.
           COPY GAMEDFD.
           COPY GAMEQFD.
           COPY GAMEEFD.

       FD  CONFIG-FILE.
       01 PARM-CARD-RECORD.
           COPY GAMEJFD.

           COPY GAMETFD.
           COPY GAMENFD.

       FD  TOURN-REPORT-FILE.
       01 TOURN-REPORT-LINE            PIC X(80).
       01 JOURNAL-STATUS               PIC XX.
       01 TOURN-RESULT-STATUS          PIC XX.
       01 TOURN-REPORT-STATUS          PIC XX.
       01 TOURN-MASTER-STATUS          PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 QUOTA-STATUS                 PIC XX.
       01 QUOTA-EXCEPTION-STATUS       PIC XX.

       01 RANDOM-VAL                   PIC V9(10).
       01 RANDOM-NUM                   PIC 9(5).
           88 TRANS-BUFFER-IS-VALID         VALUE 'Y'.
       01 OPERATOR-VALID-FLAG          PIC X VALUE 'N'.
           88 OPERATOR-IS-VALID             VALUE 'Y'.
       01 REJECT-REASON                PIC X(40) VALUE SPACES.

       01 RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 RUN-START-TIME               PIC 9(8) VALUE ZERO.
       01 RUN-CONTROL-WRITE-FAILS      PIC 9(5) VALUE ZERO.
       01 RUN-TOURN-WRITE-FAILS        PIC 9(5) VALUE ZERO.
       01 RUN-JOURNAL-WRITE-FAILS      PIC 9(5) VALUE ZERO.
       01 RUN-QUOTA-REFUSALS           PIC 9(5) VALUE ZERO.
       01 RUN-QUOTA-WRITE-FAILS        PIC 9(5) VALUE ZERO.

      *    The quota table, loaded once at start-up.  QUOTA-SOURCE
      *    says which line applies to the session in hand.
       01 QUOTA-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-QUOTAS               VALUE 'Y'.
       01 QUOTAS-LOADED-FLAG           PIC X VALUE 'N'.
           88 QUOTAS-ARE-LOADED            VALUE 'Y'.
       01 QUOTA-TABLE-MAX              PIC S9(4) COMP VALUE 200.
       01 QUOTA-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01 QUOTA-TABLE.
           05 QUOTA-ENTRY OCCURS 200 TIMES.
               10 QTE-TYPE             PIC X.
               10 QTE-KEY              PIC X(8).
               10 QTE-SHIFT            PIC X.
               10 QTE-MAX-GAMES        PIC 9(4).
       01 QUOTA-INDEX                  PIC S9(4) COMP VALUE ZERO.
       01 QUOTA-SOURCE                 PIC X VALUE SPACE.
           88 QUOTA-NOT-FOUND              VALUE SPACE.
           88 QUOTA-FROM-OPERATOR          VALUE 'O'.
           88 QUOTA-FROM-SHIFT             VALUE 'S'.
           88 QUOTA-FROM-DEPARTMENT        VALUE 'D'.
       01 QUOTA-LIMIT                  PIC 9(4) VALUE ZERO.
       01 QUOTA-GAMES-COMPLETED        PIC 9(4) VALUE ZERO.
       01 QUOTA-GAMES-IN-FLIGHT        PIC 9(4) VALUE ZERO.
       01 QUOTA-GAMES-COUNTED          PIC 9(5) VALUE ZERO.
       01 QUOTA-REFUSED-FLAG           PIC X VALUE 'N'.
           88 QUOTA-WAS-REACHED            VALUE 'Y'.
       01 HISTORY-BROWSE-FLAG          PIC X VALUE 'N'.
           88 HISTORY-BROWSE-ENDED         VALUE 'Y'.
       01 QUOTA-TIME-FIELDS.
           05 QUOTA-HOUR                PIC 99.
           05 QUOTA-MIN                 PIC 99.
           05 QUOTA-SEC                 PIC 99.
           05 QUOTA-HUND                PIC 99.

      *    The round's shared target, drawn once before any entrant
      *    plays so every session in the round chases the same number.
       01 TOURN-RANDOM-NUM             PIC 9(5) VALUE ZERO.
       01 TOURN-SEED-USED              PIC 9(8) VALUE ZERO.
       01 TOURN-ROUND-DATE             PIC 9(8) VALUE ZERO.
       01 ROUND-NO-DISPLAY             PIC ZZ9.
       01 NEXT-ROUND-DISPLAY           PIC ZZ9.
       01 TOURN-ENTRANT-INDEX          PIC S9(4) COMP VALUE ZERO.
       01 ENTRANT-CHECK-FLAG           PIC X VALUE 'N'.
           88 ENTRANT-IS-REGISTERED        VALUE 'Y'.

       01 ENTRANT-TABLE-MAX            PIC S9(4) COMP VALUE 100.
       01 ENTRANT-COUNT                PIC S9(4) COMP VALUE ZERO.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-BUSINESS-DATE.
           ACCEPT START-TIME-FIELDS FROM TIME.
           COMPUTE RUN-START-TIME = START-HOUR * 1000000
                   + START-MIN * 10000 + START-SEC * 100 + START-HUND.
           PERFORM 1100-LOAD-CONFIG.
           IF CFG-MODE-TOURNAMENT
               PERFORM 1120-CHECK-TOURNAMENT-MASTER
           END-IF.
           IF CFG-MODE-BATCH OR CFG-MODE-TOURNAMENT
               PERFORM 1150-OPEN-BATCH-FILES
           END-IF.
           PERFORM 1700-OPEN-JOURNAL-FILE.
           IF CFG-MODE-TOURNAMENT
               PERFORM 1600-OPEN-TOURNAMENT-FILES
           ELSE
               PERFORM 1800-LOAD-QUOTA-TABLE
           END-IF.

      *    The run posts to the business date, not the clock's, and
      *    refuses a day already closed: games posted behind the
      *    close would miss that night's archive and backup.
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
                       "run cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO RUN-DATE.
           IF NOT BDT-DAY-IS-OPEN
               DISPLAY "Business date " RUN-DATE " is closed - "
                   "run refused until the next day is opened."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE BUSINESS-DATE-FILE.

       1100-LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE.
               CLOSE CONFIG-FILE
           END-IF.

      *    The round must be the next one of an unclosed tournament
      *    on the master; anything else stops the run before a game
      *    is played.  The master stays open for the round to be
      *    marked played at the end.
       1120-CHECK-TOURNAMENT-MASTER.
           MOVE FUNCTION UPPER-CASE(CFG-TOURN-ID) TO CFG-TOURN-ID.
           OPEN I-O TOURN-MASTER-FILE.
           IF TOURN-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open tournament master, status "
                   TOURN-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CFG-TOURN-ID TO TMS-TOURN-ID.
           READ TOURN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Tournament " CFG-TOURN-ID " is not on "
                       "the tournament master - round refused."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE CFG-ROUND-NO TO ROUND-NO-DISPLAY.
           COMPUTE NEXT-ROUND-DISPLAY = TMS-LAST-ROUND + 1.
           EVALUATE TRUE
               WHEN TMS-IS-CLOSED
                   DISPLAY "Tournament " CFG-TOURN-ID " is closed - "
                       "round refused."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN CFG-ROUND-NO < 1
                       OR CFG-ROUND-NO > TMS-TOTAL-ROUNDS
                   DISPLAY "Tournament " CFG-TOURN-ID " has no round "
                       ROUND-NO-DISPLAY " - round refused."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN CFG-ROUND-NO NOT > TMS-LAST-ROUND
                   DISPLAY "Round " ROUND-NO-DISPLAY " of "
                       CFG-TOURN-ID " has already been played - "
                       "round refused."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN CFG-ROUND-NO NOT = TMS-LAST-ROUND + 1
                   DISPLAY "Round " ROUND-NO-DISPLAY " of "
                       CFG-TOURN-ID " is out of sequence - the next "
                       "round to play is " NEXT-ROUND-DISPLAY "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           IF TMS-ROUND-SCHEDULED(CFG-ROUND-NO) NOT = RUN-DATE
               DISPLAY "Note: round " ROUND-NO-DISPLAY " of "
                   CFG-TOURN-ID " was scheduled for "
                   TMS-ROUND-SCHEDULED(CFG-ROUND-NO)
                   ", playing it on " RUN-DATE "."
           END-IF.

       1150-OPEN-BATCH-FILES.
           OPEN INPUT SESSION-FILE.
           IF SESSION-STATUS NOT = "00"
               STOP RUN
           END-IF.

      *    No quota table means play is not limited; a table that
      *    is present but cannot have its refusals listed stops the
      *    run, since supervisors would not see who was turned away.
       1800-LOAD-QUOTA-TABLE.
           OPEN INPUT QUOTA-FILE.
           IF QUOTA-STATUS NOT = "00"
               DISPLAY "Note: no quota table (status " QUOTA-STATUS
                   ") - games are not limited."
           ELSE
               PERFORM UNTIL NO-MORE-QUOTAS
                   READ QUOTA-FILE
                       AT END
                           SET NO-MORE-QUOTAS TO TRUE
                       NOT AT END
                           PERFORM 1810-LOAD-ONE-QUOTA
                   END-READ
               END-PERFORM
               CLOSE QUOTA-FILE
               SET QUOTAS-ARE-LOADED TO TRUE
               OPEN EXTEND QUOTA-EXCEPTION-FILE
               IF QUOTA-EXCEPTION-STATUS NOT = "00"
                   OPEN OUTPUT QUOTA-EXCEPTION-FILE
               END-IF
               IF QUOTA-EXCEPTION-STATUS NOT = "00"
                   DISPLAY "Unable to open quota exception file, "
                       "status " QUOTA-EXCEPTION-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1810-LOAD-ONE-QUOTA.
           MOVE FUNCTION UPPER-CASE(QUOTA-RECORD) TO QUOTA-RECORD.
           IF (QTA-IS-DEPARTMENT OR QTA-IS-OPERATOR)
                   AND QTA-KEY NOT = SPACES
                   AND QTA-MAX-GAMES IS NUMERIC
               IF QUOTA-COUNT >= QUOTA-TABLE-MAX
                   DISPLAY "Quota table full at " QUOTA-TABLE-MAX
                       " entries - raise the table size and rerun."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO QUOTA-COUNT
               MOVE QTA-TYPE TO QTE-TYPE(QUOTA-COUNT)
               MOVE QTA-KEY TO QTE-KEY(QUOTA-COUNT)
               MOVE QTA-SHIFT TO QTE-SHIFT(QUOTA-COUNT)
               MOVE QTA-MAX-GAMES TO QTE-MAX-GAMES(QUOTA-COUNT)
           ELSE
               DISPLAY "Note: quota line ignored - " QUOTA-RECORD
           END-IF.

       2000-PROCESS-SESSIONS.
           EVALUATE TRUE
               WHEN CFG-MODE-BATCH
                           MOVE 'N' TO SESSION-RESTART-FLAG
                       END-IF
                       PERFORM 2300-VALIDATE-OPERATOR
                       IF OPERATOR-IS-VALID
                           PERFORM 2320-CHECK-RESUME-RANGE
                       END-IF
                       IF OPERATOR-IS-VALID AND CFG-MODE-TOURNAMENT
                           PERFORM 2330-CHECK-ENTRANT
                       END-IF
                       IF OPERATOR-IS-VALID
                           PERFORM 3000-PLAY-SESSION
                           IF CFG-MODE-TOURNAMENT
                       ELSE
                           ADD 1 TO RUN-SESSIONS-REJECTED
                           DISPLAY "Rejecting session for "
                               OPERATOR-ID " - " REJECT-REASON
                           PERFORM 2310-SKIP-TRANS-BLOCK
                       END-IF
               END-READ
           END-PERFORM.

      *    Re-prompts until the ID is an active master record; a blank
      *    reply cancels the run instead of looping forever, and an
      *    operator over quota is refused once and the session ends.
       2200-INTERACTIVE-SESSION.
           MOVE 'N' TO OPERATOR-VALID-FLAG.
           MOVE 'N' TO QUOTA-REFUSED-FLAG.
           MOVE 'Y' TO SESSION-RESTART-FLAG.
           PERFORM WITH TEST AFTER
                   UNTIL OPERATOR-IS-VALID
                   OR OPERATOR-ID = SPACES
                   OR QUOTA-WAS-REACHED
               DISPLAY "Enter operator ID: "
               ACCEPT OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(OPERATOR-ID) TO OPERATOR-ID
               IF OPERATOR-ID NOT = SPACES
                   PERFORM 2300-VALIDATE-OPERATOR
                   EVALUATE TRUE
                       WHEN OPERATOR-IS-VALID
                           CONTINUE
                       WHEN QUOTA-WAS-REACHED
                           DISPLAY "Operator " OPERATOR-ID
                               " has reached today's game quota - "
                               "see your supervisor."
                       WHEN OTHER
                           DISPLAY "Operator " OPERATOR-ID
                               " is not an active operator - see "
                               "your supervisor to register."
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN OPERATOR-IS-VALID
                   MOVE CFG-SEED-OVERRIDE TO SESSION-SEED-OVERRIDE
                   MOVE CFG-SEED-SUPPLIED TO SESSION-SEED-FLAG
                   PERFORM 2320-CHECK-RESUME-RANGE
                   IF OPERATOR-IS-VALID
                       PERFORM 3000-PLAY-SESSION
                   ELSE
                       ADD 1 TO RUN-SESSIONS-REJECTED
                       DISPLAY "Session for " OPERATOR-ID
                           " refused - " REJECT-REASON
                   END-IF
               WHEN QUOTA-WAS-REACHED
                   ADD 1 TO RUN-SESSIONS-REJECTED
               WHEN OTHER
                   DISPLAY "No operator entered - run cancelled."
           END-EVALUATE.

       2300-VALIDATE-OPERATOR.
           MOVE 'N' TO OPERATOR-VALID-FLAG.
           MOVE 'N' TO QUOTA-REFUSED-FLAG.
           MOVE "not an active operator" TO REJECT-REASON.
           MOVE OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                       SET OPERATOR-IS-VALID TO TRUE
                   END-IF
           END-READ.
           IF OPERATOR-IS-VALID AND QUOTAS-ARE-LOADED
               PERFORM 2340-CHECK-PLAY-QUOTA
           END-IF.

      *    A checkpoint resumes only on the range it was started on:
      *    a target drawn from 1-1000 cannot be finished fairly on
      *    1-100, so the session is refused and the checkpoint kept
      *    for a run on the right range.
       2320-CHECK-RESUME-RANGE.
           IF SESSION-RESTART-IS-REQUESTED
               MOVE OPERATOR-ID TO CHK-OPERATOR-ID
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHK-LOW-VAL NOT = CFG-LOW-VAL
                               OR CHK-HIGH-VAL NOT = CFG-HIGH-VAL
                           MOVE 'N' TO OPERATOR-VALID-FLAG
                           MOVE CHK-LOW-VAL TO LOW-VAL-DISPLAY
                           MOVE CHK-HIGH-VAL TO HIGH-VAL-DISPLAY
                           DISPLAY "Checkpoint for " OPERATOR-ID
                               " was started on range "
                               LOW-VAL-DISPLAY " to " HIGH-VAL-DISPLAY
                           MOVE "checkpoint is on a different range"
                               TO REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      *    Only a registered entrant plays the round, and only once.
       2330-CHECK-ENTRANT.
           MOVE 'N' TO ENTRANT-CHECK-FLAG.
           PERFORM VARYING TOURN-ENTRANT-INDEX FROM 1 BY 1
                   UNTIL TOURN-ENTRANT-INDEX > TMS-ENTRANT-COUNT
               IF TMS-ENTRANT-ID(TOURN-ENTRANT-INDEX) = OPERATOR-ID
                       AND TMS-ENTRANT-IS-REGISTERED
                           (TOURN-ENTRANT-INDEX)
                   SET ENTRANT-IS-REGISTERED TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ENTRANT-IS-REGISTERED
               MOVE 'N' TO OPERATOR-VALID-FLAG
               MOVE "not a registered entrant" TO REJECT-REASON
           ELSE
               PERFORM VARYING TOURN-ENTRANT-INDEX FROM 1 BY 1
                       UNTIL TOURN-ENTRANT-INDEX > ENTRANT-COUNT
                   IF ENT-OPERATOR-ID(TOURN-ENTRANT-INDEX)
                           = OPERATOR-ID
                       MOVE 'N' TO OPERATOR-VALID-FLAG
                       MOVE "has already played this round"
                           TO REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.

      *    A session that will resume its checkpoint is finishing a
      *    game already counted, so only a new game is measured
      *    against the quota.
       2340-CHECK-PLAY-QUOTA.
           MOVE 'N' TO CHECKPOINT-FOUND-FLAG.
           MOVE OPERATOR-ID TO CHK-OPERATOR-ID.
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CHECKPOINT-WAS-FOUND TO TRUE
           END-READ.
           IF NOT (CHECKPOINT-WAS-FOUND
                   AND SESSION-RESTART-IS-REQUESTED)
               PERFORM 2350-FIND-QUOTA-LIMIT
               IF NOT QUOTA-NOT-FOUND
                   PERFORM 2360-COUNT-GAMES-TODAY
                   IF QUOTA-GAMES-COUNTED >= QUOTA-LIMIT
                       MOVE 'N' TO OPERATOR-VALID-FLAG
                       SET QUOTA-WAS-REACHED TO TRUE
                       MOVE "daily game quota reached"
                           TO REJECT-REASON
                       ADD 1 TO RUN-QUOTA-REFUSALS
                       PERFORM 2370-WRITE-QUOTA-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *    An operator's own line beats the department's line for
      *    the operator's shift, which beats the department's
      *    all-shift line, wherever each falls in the table.
       2350-FIND-QUOTA-LIMIT.
           MOVE SPACE TO QUOTA-SOURCE.
           MOVE 0 TO QUOTA-LIMIT.
           PERFORM VARYING QUOTA-INDEX FROM 1 BY 1
                   UNTIL QUOTA-INDEX > QUOTA-COUNT
               EVALUATE TRUE
                   WHEN QTE-TYPE(QUOTA-INDEX) = 'O'
                           AND QTE-KEY(QUOTA-INDEX) = OPERATOR-ID
                       SET QUOTA-FROM-OPERATOR TO TRUE
                       MOVE QTE-MAX-GAMES(QUOTA-INDEX) TO QUOTA-LIMIT
                   WHEN QTE-TYPE(QUOTA-INDEX) = 'D'
                           AND QTE-KEY(QUOTA-INDEX) = OPR-DEPARTMENT
                           AND QTE-SHIFT(QUOTA-INDEX) NOT = SPACE
                           AND QTE-SHIFT(QUOTA-INDEX) = OPR-SHIFT
                           AND NOT QUOTA-FROM-OPERATOR
                       SET QUOTA-FROM-SHIFT TO TRUE
                       MOVE QTE-MAX-GAMES(QUOTA-INDEX) TO QUOTA-LIMIT
                   WHEN QTE-TYPE(QUOTA-INDEX) = 'D'
                           AND QTE-KEY(QUOTA-INDEX) = OPR-DEPARTMENT
                           AND QTE-SHIFT(QUOTA-INDEX) = SPACE
                           AND QUOTA-NOT-FOUND
                       SET QUOTA-FROM-DEPARTMENT TO TRUE
                       MOVE QTE-MAX-GAMES(QUOTA-INDEX) TO QUOTA-LIMIT
               END-EVALUATE
           END-PERFORM.

      *    Completed games are the operator's history records for the
      *    business date; a checkpointed game of the same day is
      *    still in flight and counts too.
       2360-COUNT-GAMES-TODAY.
           MOVE 0 TO QUOTA-GAMES-COMPLETED.
           MOVE 0 TO QUOTA-GAMES-IN-FLIGHT.
           MOVE OPERATOR-ID TO HIST-OPERATOR-ID.
           MOVE RUN-DATE TO HIST-GAME-DATE.
           MOVE 0 TO HIST-START-TIME.
           MOVE 0 TO HIST-SESSION-SEQ.
           MOVE 'N' TO HISTORY-BROWSE-FLAG.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HISTORY-BROWSE-ENDED TO TRUE
           END-START.
           PERFORM UNTIL HISTORY-BROWSE-ENDED
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET HISTORY-BROWSE-ENDED TO TRUE
                   NOT AT END
                       IF HIST-OPERATOR-ID NOT = OPERATOR-ID
                               OR HIST-GAME-DATE NOT = RUN-DATE
                           SET HISTORY-BROWSE-ENDED TO TRUE
                       ELSE
                           ADD 1 TO QUOTA-GAMES-COMPLETED
                       END-IF
               END-READ
           END-PERFORM.
           IF CHECKPOINT-WAS-FOUND AND CHK-GAME-DATE = RUN-DATE
               MOVE 1 TO QUOTA-GAMES-IN-FLIGHT
           END-IF.
           COMPUTE QUOTA-GAMES-COUNTED = QUOTA-GAMES-COMPLETED
               + QUOTA-GAMES-IN-FLIGHT.

       2370-WRITE-QUOTA-EXCEPTION.
           ACCEPT QUOTA-TIME-FIELDS FROM TIME.
           MOVE RUN-DATE TO QEX-BUSINESS-DATE.
           COMPUTE QEX-REFUSED-TIME = QUOTA-HOUR * 1000000
                   + QUOTA-MIN * 10000 + QUOTA-SEC * 100 + QUOTA-HUND.
           MOVE OPERATOR-ID TO QEX-OPERATOR-ID.
           MOVE OPR-DEPARTMENT TO QEX-DEPARTMENT.
           MOVE OPR-SHIFT TO QEX-SHIFT.
           MOVE CFG-RUN-MODE TO QEX-RUN-MODE.
           MOVE QUOTA-SOURCE TO QEX-QUOTA-SOURCE.
           MOVE QUOTA-LIMIT TO QEX-QUOTA-LIMIT.
           MOVE QUOTA-GAMES-COMPLETED TO QEX-GAMES-COMPLETED.
           MOVE QUOTA-GAMES-IN-FLIGHT TO QEX-GAMES-IN-FLIGHT.
           WRITE QUOTA-EXCEPTION-RECORD.
           IF QUOTA-EXCEPTION-STATUS NOT = "00"
               ADD 1 TO RUN-QUOTA-WRITE-FAILS
               DISPLAY "Warning: quota exception write failed for "
                   OPERATOR-ID ", status " QUOTA-EXCEPTION-STATUS
           END-IF.

      *    A rejected session's own block of guesses must still be
      *    consumed, or it would sit in the read-ahead buffer and
           PERFORM 2410-DRAW-TOURNAMENT-TARGET.
           PERFORM 2100-BATCH-SESSIONS.
           PERFORM 2450-WRITE-TOURNAMENT-REPORT.
           PERFORM 2490-MARK-ROUND-PLAYED.

       2410-DRAW-TOURNAMENT-TARGET.
           MOVE RUN-DATE TO TOURN-ROUND-DATE.
           IF CFG-SEED-IS-SUPPLIED
               MOVE CFG-SEED-OVERRIDE TO TOURN-SEED-USED
           ELSE
           END-IF.
           MOVE TOURN-RANDOM-NUM TO TRES-TARGET.
           MOVE TOURN-SEED-USED TO TRES-SEED-USED.
           MOVE CFG-LOW-VAL TO TRES-LOW-VAL.
           MOVE CFG-HIGH-VAL TO TRES-HIGH-VAL.
           WRITE TOURN-RESULT-RECORD.
           IF TOURN-RESULT-STATUS NOT = "00"
               ADD 1 TO RUN-TOURN-WRITE-FAILS
           END-IF.
           WRITE TOURN-REPORT-LINE FROM TOURN-DETAIL-LINE.

      *    The round is marked played on the master whatever its
      *    entrants did, so it cannot be run a second time.
       2490-MARK-ROUND-PLAYED.
           MOVE CFG-ROUND-NO TO TMS-LAST-ROUND.
           MOVE TOURN-ROUND-DATE TO TMS-ROUND-PLAYED-ON(CFG-ROUND-NO).
           IF TMS-IS-OPEN
               SET TMS-IS-IN-PROGRESS TO TRUE
           END-IF.
           REWRITE TOURN-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO RUN-TOURN-WRITE-FAILS
                   DISPLAY "Warning: tournament master update failed, "
                       "status " TOURN-MASTER-STATUS
           END-REWRITE.

       3000-PLAY-SESSION.
           PERFORM 3100-ESTABLISH-GAME-STATE.
           MOVE 'N' TO SESSION-DONE-FLAG.
           ADD 1 TO SESSION-SEQ-COUNTER.
           MOVE SESSION-SEQ-COUNTER TO SESSION-SEQ-NO.
           ACCEPT START-TIME-FIELDS FROM TIME.
           ACCEPT SEGMENT-START-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO GAME-DATE.
           COMPUTE GAME-START-TIME = START-HOUR * 1000000
                   + START-MIN * 10000 + START-SEC * 100 + START-HUND.
      *    SESSION-SEQ-NO is folded into the default seed so that two
      *    RANDOM-NUM values instead of silently repeating one.
      *    In tournament mode the round's shared target and seed are
      *    used as drawn - every entrant must chase the same number.
      *    The game is dated with the business date, but its active
      *    stretch is timed from the clock's own date, which is what
      *    3275-CLOSE-ACTIVE-SEGMENT measures against.
           MOVE 0 TO ACTIVE-ELAPSED-HUND.
           COMPUTE SEGMENT-START-TOTAL-HUND =
                   START-HOUR * 360000 + START-MIN * 6000
                 + START-SEC * 100 + START-HUND.
           MOVE ATTEMPTS TO AUD-ATTEMPT-NO.
           MOVE GUESS TO AUD-GUESS-VALUE.
           MOVE RESULT-TEXT TO AUD-RESULT.
           MOVE SPACES TO AUD-SITE-CODE.
      *    The journal image is captured before the WRITE - the
      *    record area's contents are undefined afterwards - and
      *    journaled only once the write itself has succeeded.
           MOVE GAME-START-TIME TO CHK-START-TIME.
           MOVE SESSION-SEQ-NO TO CHK-SESSION-SEQ-NO.
           MOVE ACTIVE-ELAPSED-HUND TO CHK-ACTIVE-ELAPSED-HUND.
           MOVE CFG-LOW-VAL TO CHK-LOW-VAL.
           MOVE CFG-HIGH-VAL TO CHK-HIGH-VAL.
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
           MOVE ATTEMPTS TO HIST-ATTEMPTS.
           MOVE SEED-USED TO HIST-SEED-USED.
           MOVE ELAPSED-SECONDS TO HIST-ELAPSED-SECONDS.
           MOVE CFG-LOW-VAL TO HIST-LOW-VAL.
           MOVE CFG-HIGH-VAL TO HIST-HIGH-VAL.
           MOVE SPACES TO HIST-SITE-CODE.
           MOVE HISTORY-RECORD TO JRN-RECORD-IMAGE.
           WRITE HISTORY-RECORD
               INVALID KEY
           IF CFG-MODE-TOURNAMENT
               CLOSE TOURN-RESULT-FILE
               CLOSE TOURN-REPORT-FILE
               CLOSE TOURN-MASTER-FILE
           END-IF.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.
           CLOSE CHECKPOINT-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE JOURNAL-FILE.
           IF QUOTAS-ARE-LOADED
               CLOSE QUOTA-EXCEPTION-FILE
           END-IF.
           PERFORM 9100-WRITE-RUN-CONTROL.
           PERFORM 9200-GRADE-RETURN-CODE.

               MOVE RUN-AUDIT-WRITE-FAILS TO RUNC-AUDIT-WRITE-FAILS
               MOVE RUN-HISTORY-WRITE-FAILS
                   TO RUNC-HISTORY-WRITE-FAILS
               MOVE RUN-QUOTA-REFUSALS TO RUNC-QUOTA-REFUSALS
               WRITE RUN-CONTROL-RECORD
               IF RUN-CONTROL-STATUS NOT = "00"
                   ADD 1 TO RUN-CONTROL-WRITE-FAILS
                   OR RUN-CONTROL-WRITE-FAILS > 0
                   OR RUN-TOURN-WRITE-FAILS > 0
                   OR RUN-JOURNAL-WRITE-FAILS > 0
                   OR RUN-QUOTA-WRITE-FAILS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN RUN-INVALID-GUESSES > 0
                   OR RUN-SESSIONS-REJECTED > 0
                   OR RUN-QUOTA-REFUSALS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
