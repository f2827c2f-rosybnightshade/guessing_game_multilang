       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-XREF.
      *****************************************************************
      *  Nightly cross-file integrity sweep.  GAME-RECON proves the
      *  history file against the audit trail; this program proves
      *  that every other game file still agrees with the files it
      *  refers to:
      *
      *  - Every operator ID on the checkpoint file (GAMECHKP), the
      *    tournament results (GAMETOUR), the handicap file
      *    (GAMEHCAP), the cancellation file (GAMECANC.DAT) and the
      *    operator maintenance log (GAMEOPLG.DAT) must be on the
      *    operator master (GAMEOPER).  A checkpoint for an operator
      *    who has since been deactivated is a game a leaver left in
      *    flight and is listed at the lower grade.
      *
      *  - Every checkpoint must have its audit group: the guesses
      *    already made are audited before the checkpoint is taken,
      *    so a checkpoint past its first attempt with no audit
      *    records under its operator / game date / start time /
      *    session sequence cannot be resumed honestly.
      *
      *  - Every cancellation must have removed its checkpoint: a
      *    checkpoint still on file for the same game means the
      *    supervisor's cancel did not take and the game can still
      *    be resumed.
      *
      *  - Every finished tournament result must have the history
      *    record of the game behind it - same operator, same round
      *    date, same seed and target.
      *
      *  GAME-ARCHIVE purges history and audit at month-end but not
      *  the checkpoint or tournament files, so a checkpoint older
      *  than the oldest live audit record, or a result older than
      *  the oldest live history record, cannot be matched and is
      *  only counted as archived.
      *
      *  The exception report (GAMEXREF.DAT) lists each exception
      *  under its file and rule code, then summarizes the count for
      *  every file and rule with the rule's grade.  The run ends
      *  with the highest grade of any rule that fired: 0 when the
      *  files agree, 4 when only stale entries were found (the
      *  scheduler may carry on), 8 when a reference is broken (the
      *  scheduler stops the stream).  The operator master, history
      *  and audit files are what the others are proved against, so
      *  any of them failing to open stops the run with
      *  RETURN-CODE 12; the five files checked are each allowed to
      *  be absent, which is noted on the console and the report.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEOSEL.
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMEKSEL.
           COPY GAMETSEL.
           COPY GAMEPSEL.
           COPY GAMECSEL.
           COPY GAMEMSEL.

           SELECT REPORT-FILE ASSIGN TO "GAMEXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEOFD.
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMEKFD.
           COPY GAMETFD.
           COPY GAMEPFD.
           COPY GAMECFD.
           COPY GAMEMFD.

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 OPERATOR-STATUS              PIC XX.
       01 HISTORY-STATUS               PIC XX.
       01 AUDIT-STATUS                 PIC XX.
       01 CHECKPOINT-STATUS            PIC XX.
       01 TOURN-RESULT-STATUS          PIC XX.
       01 HANDICAP-STATUS              PIC XX.
       01 CANCEL-STATUS                PIC XX.
       01 MAINT-LOG-STATUS             PIC XX.
       01 REPORT-STATUS                PIC XX.

       01 INPUT-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-INPUT                VALUE 'Y'.
       01 CHECKPOINTS-OPEN-FLAG        PIC X VALUE 'N'.
           88 CHECKPOINTS-ARE-OPEN         VALUE 'Y'.
       01 OPERATOR-FOUND-FLAG          PIC X VALUE 'N'.
           88 OPERATOR-WAS-FOUND           VALUE 'Y'.
       01 MATCH-FOUND-FLAG             PIC X VALUE 'N'.
           88 MATCH-WAS-FOUND              VALUE 'Y'.
       01 BROWSE-ENDED-FLAG            PIC X VALUE 'N'.
           88 BROWSE-HAS-ENDED             VALUE 'Y'.

       01 SEARCH-OPERATOR-ID           PIC X(8) VALUE SPACES.

      *    The game a checkpoint or cancellation refers to, kept
      *    apart from the record areas the lookups read into.
       01 REF-GAME-KEY.
           05 REF-OPERATOR-ID          PIC X(8).
           05 REF-GAME-DATE            PIC 9(8).
           05 REF-START-TIME           PIC 9(8).
           05 REF-SESSION-SEQ          PIC 9(6).

      *    Oldest game date still on the live files; anything older
      *    has gone to the month-end archives.
       01 OLDEST-HISTORY-DATE          PIC 9(8) VALUE ZERO.
       01 OLDEST-AUDIT-DATE            PIC 9(8) VALUE ZERO.

       01 CHECKPOINT-READ-COUNT        PIC 9(7) VALUE ZERO.
       01 RESULT-READ-COUNT            PIC 9(7) VALUE ZERO.
       01 FINISHED-RESULT-COUNT        PIC 9(7) VALUE ZERO.
       01 HANDICAP-READ-COUNT          PIC 9(7) VALUE ZERO.
       01 CANCEL-READ-COUNT            PIC 9(7) VALUE ZERO.
       01 LOG-READ-COUNT               PIC 9(7) VALUE ZERO.
       01 ARCHIVED-CHECKPOINT-COUNT    PIC 9(7) VALUE ZERO.
       01 ARCHIVED-RESULT-COUNT        PIC 9(7) VALUE ZERO.
       01 EXCEPTION-COUNT              PIC 9(7) VALUE ZERO.

      *    One counter per file and rule; the rule codes carry the
      *    letter of the file's copybook pair.
       01 K1-COUNT                     PIC 9(7) VALUE ZERO.
       01 K2-COUNT                     PIC 9(7) VALUE ZERO.
       01 K3-COUNT                     PIC 9(7) VALUE ZERO.
       01 T1-COUNT                     PIC 9(7) VALUE ZERO.
       01 T2-COUNT                     PIC 9(7) VALUE ZERO.
       01 P1-COUNT                     PIC 9(7) VALUE ZERO.
       01 C1-COUNT                     PIC 9(7) VALUE ZERO.
       01 C2-COUNT                     PIC 9(7) VALUE ZERO.
       01 M1-COUNT                     PIC 9(7) VALUE ZERO.

       01 HIGHEST-GRADE                PIC 99 VALUE ZERO.

       01 REPORT-HEADER-LINE           PIC X(80) VALUE
           "CROSS-FILE INTEGRITY SWEEP - EXCEPTION REPORT".

       01 FILE-HEADER-LINE.
           05 FILLER1                  PIC X(6) VALUE "FILE  ".
           05 FHL-FILE-NAME            PIC X(12).
           05 FHL-FILE-TITLE           PIC X(40).

       01 COLUMN-LINE                  PIC X(80) VALUE
           "Rule  Operator  Game date  Start time  Exception".

       01 ABSENT-LINE                  PIC X(80) VALUE
           "      (FILE NOT PRESENT - NOT CHECKED)".

       01 DETAIL-LINE.
           05 FILLER2                  PIC X VALUE SPACE.
           05 DTL-RULE                 PIC X(2).
           05 FILLER3                  PIC X(3) VALUE SPACES.
           05 DTL-OPERATOR-ID          PIC X(8).
           05 FILLER4                  PIC X(2) VALUE SPACES.
           05 DTL-GAME-DATE            PIC X(8).
           05 FILLER5                  PIC X(3) VALUE SPACES.
           05 DTL-START-TIME           PIC X(8).
           05 FILLER6                  PIC X(4) VALUE SPACES.
           05 DTL-MESSAGE              PIC X(41).

       01 SUMMARY-HEADER-LINE          PIC X(80) VALUE
           "EXCEPTIONS BY FILE AND RULE".
       01 SUMMARY-COLUMN-LINE          PIC X(80) VALUE
           "File          Rule  Description                Grd   Count".

       01 SUMMARY-LINE.
           05 SML-FILE-NAME            PIC X(12).
           05 FILLER7                  PIC X(2) VALUE SPACES.
           05 SML-RULE                 PIC X(2).
           05 FILLER8                  PIC X(4) VALUE SPACES.
           05 SML-DESCRIPTION          PIC X(28).
           05 SML-GRADE                PIC Z9.
           05 FILLER9                  PIC X VALUE SPACE.
           05 SML-COUNT                PIC ZZZZZZ9.

       01 SUMMARY-COUNT                PIC 9(7) VALUE ZERO.
       01 SUMMARY-GRADE                PIC 99 VALUE ZERO.

       01 TOTAL-LINE.
           05 TOT-LABEL                PIC X(34).
           05 TOT-VALUE                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-CHECK-CHECKPOINTS.
           PERFORM 3000-CHECK-TOURN-RESULTS.
           PERFORM 4000-CHECK-HANDICAPS.
           PERFORM 5000-CHECK-CANCELLATIONS.
           PERFORM 6000-CHECK-MAINT-LOG.
           PERFORM 8000-WRITE-SUMMARY.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open integrity report, status "
                   REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to open operator master, status "
                   OPERATOR-STATUS " - references cannot be proved."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open history file, status "
                   HISTORY-STATUS " - references cannot be proved."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to open audit file, status "
                   AUDIT-STATUS " - references cannot be proved."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-FIND-OLDEST-DATES.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.

      *    The first record on each date key is the oldest game the
      *    live file still holds; an empty file leaves zero, so
      *    nothing is taken as archived.
       1100-FIND-OLDEST-DATES.
           MOVE 'N' TO BROWSE-ENDED-FLAG.
           MOVE 0 TO HIST-GAME-DATE.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-GAME-DATE
               INVALID KEY
                   SET BROWSE-HAS-ENDED TO TRUE
           END-START.
           IF NOT BROWSE-HAS-ENDED
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE HIST-GAME-DATE TO OLDEST-HISTORY-DATE
               END-READ
           END-IF.
           MOVE 'N' TO BROWSE-ENDED-FLAG.
           MOVE 0 TO AUD-GAME-DATE.
           START AUDIT-FILE KEY IS NOT LESS THAN AUD-GAME-DATE
               INVALID KEY
                   SET BROWSE-HAS-ENDED TO TRUE
           END-START.
           IF NOT BROWSE-HAS-ENDED
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AUD-GAME-DATE TO OLDEST-AUDIT-DATE
               END-READ
           END-IF.

      *    Checkpoints: operator on the master and still active, and
      *    the guesses made so far on the audit trail.
       2000-CHECK-CHECKPOINTS.
           MOVE "GAMECHKP" TO FHL-FILE-NAME.
           MOVE "CHECKPOINTS (GAMES IN FLIGHT)" TO FHL-FILE-TITLE.
           PERFORM 7100-WRITE-FILE-HEADER.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS NOT = "00"
               DISPLAY "Note: no checkpoint file (status "
                   CHECKPOINT-STATUS ") - checkpoints not checked."
               WRITE REPORT-LINE FROM ABSENT-LINE
           ELSE
               SET CHECKPOINTS-ARE-OPEN TO TRUE
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM UNTIL NO-MORE-INPUT
                   READ CHECKPOINT-FILE NEXT RECORD
                       AT END
                           SET NO-MORE-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO CHECKPOINT-READ-COUNT
                           PERFORM 2100-CHECK-ONE-CHECKPOINT
                   END-READ
               END-PERFORM
           END-IF.

       2100-CHECK-ONE-CHECKPOINT.
           MOVE CHK-OPERATOR-ID TO REF-OPERATOR-ID.
           MOVE CHK-GAME-DATE TO REF-GAME-DATE.
           MOVE CHK-START-TIME TO REF-START-TIME.
           MOVE CHK-SESSION-SEQ-NO TO REF-SESSION-SEQ.
           MOVE CHK-OPERATOR-ID TO SEARCH-OPERATOR-ID.
           PERFORM 7000-LOOK-UP-OPERATOR.
           IF NOT OPERATOR-WAS-FOUND
               MOVE "K1" TO DTL-RULE
               MOVE "OPERATOR NOT ON GAMEOPER" TO DTL-MESSAGE
               ADD 1 TO K1-COUNT
               PERFORM 7200-WRITE-GAME-EXCEPTION
           ELSE
               IF NOT OPR-IS-ACTIVE
                   MOVE "K2" TO DTL-RULE
                   MOVE "OPERATOR INACTIVE - GAME STILL IN FLIGHT"
                       TO DTL-MESSAGE
                   ADD 1 TO K2-COUNT
                   PERFORM 7200-WRITE-GAME-EXCEPTION
               END-IF
           END-IF.
           IF CHK-ATTEMPTS > 0
               IF REF-GAME-DATE < OLDEST-AUDIT-DATE
                   ADD 1 TO ARCHIVED-CHECKPOINT-COUNT
               ELSE
                   PERFORM 2200-FIND-AUDIT-GROUP
                   IF NOT MATCH-WAS-FOUND
                       MOVE "K3" TO DTL-RULE
                       MOVE "NO AUDIT GROUP FOR THIS CHECKPOINT"
                           TO DTL-MESSAGE
                       ADD 1 TO K3-COUNT
                       PERFORM 7200-WRITE-GAME-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *    Positions at the game's first possible attempt; the group
      *    exists if the next record carries the same game prefix.
       2200-FIND-AUDIT-GROUP.
           MOVE 'N' TO MATCH-FOUND-FLAG.
           MOVE REF-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE REF-GAME-DATE TO AUD-GAME-DATE.
           MOVE REF-START-TIME TO AUD-START-TIME.
           MOVE REF-SESSION-SEQ TO AUD-SESSION-SEQ.
           MOVE 0 TO AUD-ATTEMPT-NO.
           MOVE 'N' TO BROWSE-ENDED-FLAG.
           START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   SET BROWSE-HAS-ENDED TO TRUE
           END-START.
           IF NOT BROWSE-HAS-ENDED
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUD-OPERATOR-ID = REF-OPERATOR-ID
                               AND AUD-GAME-DATE = REF-GAME-DATE
                               AND AUD-START-TIME = REF-START-TIME
                               AND AUD-SESSION-SEQ = REF-SESSION-SEQ
                           SET MATCH-WAS-FOUND TO TRUE
                       END-IF
               END-READ
           END-IF.

      *    Tournament results: operator on the master, and a
      *    finished result backed by its history record.
       3000-CHECK-TOURN-RESULTS.
           MOVE "GAMETOUR" TO FHL-FILE-NAME.
           MOVE "TOURNAMENT RESULTS" TO FHL-FILE-TITLE.
           PERFORM 7100-WRITE-FILE-HEADER.
           OPEN INPUT TOURN-RESULT-FILE.
           IF TOURN-RESULT-STATUS NOT = "00"
               DISPLAY "Note: no tournament results file (status "
                   TOURN-RESULT-STATUS ") - results not checked."
               WRITE REPORT-LINE FROM ABSENT-LINE
           ELSE
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM UNTIL NO-MORE-INPUT
                   READ TOURN-RESULT-FILE
                       AT END
                           SET NO-MORE-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO RESULT-READ-COUNT
                           PERFORM 3100-CHECK-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE TOURN-RESULT-FILE
           END-IF.

       3100-CHECK-ONE-RESULT.
           MOVE TRES-OPERATOR-ID TO SEARCH-OPERATOR-ID.
           PERFORM 7000-LOOK-UP-OPERATOR.
           IF NOT OPERATOR-WAS-FOUND
               MOVE "T1" TO DTL-RULE
               MOVE "OPERATOR NOT ON GAMEOPER" TO DTL-MESSAGE
               ADD 1 TO T1-COUNT
               PERFORM 7300-WRITE-RESULT-EXCEPTION
           END-IF.
           IF TRES-FINISHED-FLAG = 'Y'
               ADD 1 TO FINISHED-RESULT-COUNT
               IF TRES-ROUND-DATE < OLDEST-HISTORY-DATE
                   ADD 1 TO ARCHIVED-RESULT-COUNT
               ELSE
                   PERFORM 3200-FIND-HISTORY-GAME
                   IF NOT MATCH-WAS-FOUND
                       MOVE "T2" TO DTL-RULE
                       MOVE "FINISHED RESULT HAS NO HISTORY GAME"
                           TO DTL-MESSAGE
                       ADD 1 TO T2-COUNT
                       PERFORM 7300-WRITE-RESULT-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *    GAMETOUR carries no start time, so the operator's games
      *    for the round date are browsed in key order for the one
      *    with the round's seed and target.
       3200-FIND-HISTORY-GAME.
           MOVE 'N' TO MATCH-FOUND-FLAG.
           MOVE 'N' TO BROWSE-ENDED-FLAG.
           MOVE TRES-OPERATOR-ID TO HIST-OPERATOR-ID.
           MOVE TRES-ROUND-DATE TO HIST-GAME-DATE.
           MOVE 0 TO HIST-START-TIME.
           MOVE 0 TO HIST-SESSION-SEQ.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET BROWSE-HAS-ENDED TO TRUE
           END-START.
           PERFORM 3250-CHECK-ONE-HISTORY UNTIL BROWSE-HAS-ENDED.

       3250-CHECK-ONE-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET BROWSE-HAS-ENDED TO TRUE
           END-READ.
           IF NOT BROWSE-HAS-ENDED
               IF HIST-OPERATOR-ID NOT = TRES-OPERATOR-ID
                       OR HIST-GAME-DATE NOT = TRES-ROUND-DATE
                   SET BROWSE-HAS-ENDED TO TRUE
               ELSE
                   IF HIST-SEED-USED = TRES-SEED-USED
                           AND HIST-RANDOM-NUM = TRES-TARGET
                       SET MATCH-WAS-FOUND TO TRUE
                       SET BROWSE-HAS-ENDED TO TRUE
                   END-IF
               END-IF
           END-IF.

       4000-CHECK-HANDICAPS.
           MOVE "GAMEHCAP" TO FHL-FILE-NAME.
           MOVE "OPERATOR HANDICAPS" TO FHL-FILE-TITLE.
           PERFORM 7100-WRITE-FILE-HEADER.
           OPEN INPUT HANDICAP-FILE.
           IF HANDICAP-STATUS NOT = "00"
               DISPLAY "Note: no handicap file (status "
                   HANDICAP-STATUS ") - handicaps not checked."
               WRITE REPORT-LINE FROM ABSENT-LINE
           ELSE
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM UNTIL NO-MORE-INPUT
                   READ HANDICAP-FILE NEXT RECORD
                       AT END
                           SET NO-MORE-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO HANDICAP-READ-COUNT
                           PERFORM 4100-CHECK-ONE-HANDICAP
                   END-READ
               END-PERFORM
               CLOSE HANDICAP-FILE
           END-IF.

       4100-CHECK-ONE-HANDICAP.
           MOVE HCP-OPERATOR-ID TO SEARCH-OPERATOR-ID.
           PERFORM 7000-LOOK-UP-OPERATOR.
           IF NOT OPERATOR-WAS-FOUND
               MOVE "P1" TO DTL-RULE
               MOVE "OPERATOR NOT ON GAMEOPER" TO DTL-MESSAGE
               ADD 1 TO P1-COUNT
               MOVE HCP-OPERATOR-ID TO DTL-OPERATOR-ID
               MOVE SPACES TO DTL-GAME-DATE
               MOVE SPACES TO DTL-START-TIME
               PERFORM 7400-WRITE-EXCEPTION
           END-IF.

      *    Cancellations: operator on the master, and the cancelled
      *    game's checkpoint gone.  A checkpoint for a later game of
      *    the same operator is a new game, not a failed cancel.
       5000-CHECK-CANCELLATIONS.
           MOVE "GAMECANC.DAT" TO FHL-FILE-NAME.
           MOVE "SUPERVISOR CANCELLATIONS" TO FHL-FILE-TITLE.
           PERFORM 7100-WRITE-FILE-HEADER.
           OPEN INPUT CANCEL-FILE.
           IF CANCEL-STATUS NOT = "00"
               DISPLAY "Note: no cancellation file (status "
                   CANCEL-STATUS ") - cancellations not checked."
               WRITE REPORT-LINE FROM ABSENT-LINE
           ELSE
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM UNTIL NO-MORE-INPUT
                   READ CANCEL-FILE
                       AT END
                           SET NO-MORE-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO CANCEL-READ-COUNT
                           PERFORM 5100-CHECK-ONE-CANCELLATION
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
           END-IF.

       5100-CHECK-ONE-CANCELLATION.
           MOVE CAN-GAME-KEY TO REF-GAME-KEY.
           MOVE CAN-OPERATOR-ID TO SEARCH-OPERATOR-ID.
           PERFORM 7000-LOOK-UP-OPERATOR.
           IF NOT OPERATOR-WAS-FOUND
               MOVE "C1" TO DTL-RULE
               MOVE "OPERATOR NOT ON GAMEOPER" TO DTL-MESSAGE
               ADD 1 TO C1-COUNT
               PERFORM 7200-WRITE-GAME-EXCEPTION
           END-IF.
           IF CHECKPOINTS-ARE-OPEN
               MOVE CAN-OPERATOR-ID TO CHK-OPERATOR-ID
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHK-GAME-DATE = REF-GAME-DATE
                               AND CHK-START-TIME = REF-START-TIME
                               AND CHK-SESSION-SEQ-NO
                                   = REF-SESSION-SEQ
                           MOVE "C2" TO DTL-RULE
                           MOVE "CANCELLED GAME STILL CHECKPOINTED"
                               TO DTL-MESSAGE
                           ADD 1 TO C2-COUNT
                           PERFORM 7200-WRITE-GAME-EXCEPTION
                       END-IF
               END-READ
           END-IF.

       6000-CHECK-MAINT-LOG.
           MOVE "GAMEOPLG.DAT" TO FHL-FILE-NAME.
           MOVE "OPERATOR MAINTENANCE LOG" TO FHL-FILE-TITLE.
           PERFORM 7100-WRITE-FILE-HEADER.
           OPEN INPUT MAINT-LOG-FILE.
           IF MAINT-LOG-STATUS NOT = "00"
               DISPLAY "Note: no maintenance log (status "
                   MAINT-LOG-STATUS ") - log not checked."
               WRITE REPORT-LINE FROM ABSENT-LINE
           ELSE
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM UNTIL NO-MORE-INPUT
                   READ MAINT-LOG-FILE
                       AT END
                           SET NO-MORE-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO LOG-READ-COUNT
                           PERFORM 6100-CHECK-ONE-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MAINT-LOG-FILE
           END-IF.

      *    Operators are deactivated, never deleted, so every ID the
      *    log has ever touched - including the ID a merge moved an
      *    operator's games to - must still be on the master.
       6100-CHECK-ONE-LOG-ENTRY.
           MOVE MLG-OPERATOR-ID TO SEARCH-OPERATOR-ID.
           PERFORM 6200-CHECK-LOGGED-ID.
           IF MLG-WAS-MERGE
               MOVE MLG-MERGED-INTO-ID TO SEARCH-OPERATOR-ID
               PERFORM 6200-CHECK-LOGGED-ID
           END-IF.

       6200-CHECK-LOGGED-ID.
           PERFORM 7000-LOOK-UP-OPERATOR.
           IF NOT OPERATOR-WAS-FOUND
               MOVE "M1" TO DTL-RULE
               MOVE "OPERATOR NOT ON GAMEOPER" TO DTL-MESSAGE
               ADD 1 TO M1-COUNT
               MOVE SEARCH-OPERATOR-ID TO DTL-OPERATOR-ID
               MOVE MLG-LOG-DATE TO DTL-GAME-DATE
               MOVE MLG-LOG-TIME TO DTL-START-TIME
               PERFORM 7400-WRITE-EXCEPTION
           END-IF.

       7000-LOOK-UP-OPERATOR.
           MOVE 'N' TO OPERATOR-FOUND-FLAG.
           MOVE SEARCH-OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OPERATOR-WAS-FOUND TO TRUE
           END-READ.

       7100-WRITE-FILE-HEADER.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM FILE-HEADER-LINE.
           WRITE REPORT-LINE FROM COLUMN-LINE.

       7200-WRITE-GAME-EXCEPTION.
           MOVE REF-OPERATOR-ID TO DTL-OPERATOR-ID.
           MOVE REF-GAME-DATE TO DTL-GAME-DATE.
           MOVE REF-START-TIME TO DTL-START-TIME.
           PERFORM 7400-WRITE-EXCEPTION.

      *    Results carry no start time; the round number stands in
      *    that column.
       7300-WRITE-RESULT-EXCEPTION.
           MOVE TRES-OPERATOR-ID TO DTL-OPERATOR-ID.
           MOVE TRES-ROUND-DATE TO DTL-GAME-DATE.
           MOVE SPACES TO DTL-START-TIME.
           STRING "RND " DELIMITED BY SIZE
               TRES-ROUND-NO DELIMITED BY SIZE
               INTO DTL-START-TIME
           END-STRING.
           PERFORM 7400-WRITE-EXCEPTION.

       7400-WRITE-EXCEPTION.
           ADD 1 TO EXCEPTION-COUNT.
           WRITE REPORT-LINE FROM DETAIL-LINE.

       8000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM SUMMARY-HEADER-LINE.
           WRITE REPORT-LINE FROM SUMMARY-COLUMN-LINE.
           MOVE "GAMECHKP" TO SML-FILE-NAME.
           MOVE "K1" TO SML-RULE.
           MOVE "OPERATOR NOT ON GAMEOPER" TO SML-DESCRIPTION.
           MOVE 8 TO SUMMARY-GRADE.
           MOVE K1-COUNT TO SUMMARY-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "K2" TO SML-RULE.
           MOVE "OPERATOR INACTIVE" TO SML-DESCRIPTION.
           MOVE 4 TO SUMMARY-GRADE.
           MOVE K2-COUNT TO SUMMARY-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "K3" TO SML-RULE.
           MOVE "NO AUDIT GROUP" TO SML-DESCRIPTION.
           MOVE 8 TO SUMMARY-GRADE.
           MOVE K3-COUNT TO SUMMARY-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "GAMETOUR" TO SML-FILE-NAME.
           MOVE "T1" TO SML-RULE.
           MOVE "OPERATOR NOT ON GAMEOPER" TO SML-DESCRIPTION.
           MOVE 8 TO SUMMARY-GRADE.
           MOVE T1-COUNT TO SUMMARY-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "T2" TO SML-RULE.
           MOVE "FINISHED, NO HISTORY GAME" TO SML-DESCRIPTION.
           MOVE 8 TO SUMMARY-GRADE.
           MOVE T2-COUNT TO SUMMARY-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "GAMEHCAP" TO SML-FILE-NAME.
           MOVE "P1" TO SML-RULE.
           MOVE "OPERATOR NOT ON GAMEOPER" TO SML-DESCRIPTION.
           MOVE 8 TO SUMMARY-GRADE.
           MOVE P1-COUNT TO SUMMARY-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "GAMECANC.DAT" TO SML-FILE-NAME.
           MOVE "C1" TO SML-RULE.
           MOVE "OPERATOR NOT ON GAMEOPER" TO SML-DESCRIPTION.
           MOVE 8 TO SUMMARY-GRADE.
           MOVE C1-COUNT TO SUMMARY-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "C2" TO SML-RULE.
           MOVE "CHECKPOINT STILL PRESENT" TO SML-DESCRIPTION.
           MOVE 4 TO SUMMARY-GRADE.
           MOVE C2-COUNT TO SUMMARY-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           MOVE "GAMEOPLG.DAT" TO SML-FILE-NAME.
           MOVE "M1" TO SML-RULE.
           MOVE "OPERATOR NOT ON GAMEOPER" TO SML-DESCRIPTION.
           MOVE 8 TO SUMMARY-GRADE.
           MOVE M1-COUNT TO SUMMARY-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE.
           PERFORM 8200-WRITE-TOTALS.

      *    A rule that fired raises the run's grade to its own.
       8100-WRITE-SUMMARY-LINE.
           MOVE SUMMARY-GRADE TO SML-GRADE.
           MOVE SUMMARY-COUNT TO SML-COUNT.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           IF SUMMARY-COUNT > 0 AND SUMMARY-GRADE > HIGHEST-GRADE
               MOVE SUMMARY-GRADE TO HIGHEST-GRADE
           END-IF.

       8200-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "CHECKPOINT RECORDS READ" TO TOT-LABEL.
           MOVE CHECKPOINT-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "CHECKPOINTS OLDER THAN LIVE AUDIT" TO TOT-LABEL.
           MOVE ARCHIVED-CHECKPOINT-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "TOURNAMENT RESULTS READ" TO TOT-LABEL.
           MOVE RESULT-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "FINISHED RESULTS" TO TOT-LABEL.
           MOVE FINISHED-RESULT-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "RESULTS OLDER THAN LIVE HISTORY" TO TOT-LABEL.
           MOVE ARCHIVED-RESULT-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "HANDICAP RECORDS READ" TO TOT-LABEL.
           MOVE HANDICAP-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "CANCELLATION RECORDS READ" TO TOT-LABEL.
           MOVE CANCEL-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "MAINTENANCE LOG RECORDS READ" TO TOT-LABEL.
           MOVE LOG-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "EXCEPTION LINES REPORTED" TO TOT-LABEL.
           MOVE EXCEPTION-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           WRITE REPORT-LINE FROM SPACES.
           EVALUATE TRUE
               WHEN HIGHEST-GRADE = 0
                   MOVE "FILES AGREE - NO EXCEPTIONS"
                       TO REPORT-LINE
               WHEN HIGHEST-GRADE < 8
                   MOVE "STALE ENTRIES ONLY - CLEAR BEFORE NEXT RUN"
                       TO REPORT-LINE
               WHEN OTHER
                   MOVE "BROKEN REFERENCES - HOLD THE NIGHTLY STREAM"
                       TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.
           MOVE HIGHEST-GRADE TO RETURN-CODE.

       9000-TERMINATE.
           IF CHECKPOINTS-ARE-OPEN
               CLOSE CHECKPOINT-FILE
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE REPORT-FILE.
