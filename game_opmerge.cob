       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-OPMERGE.
      *****************************************************************
      *  Operator ID merge.  When HR reissues an ID, or one person is
      *  found registered twice, the games played under the old ID
      *  are moved to the surviving one so the player's history is
      *  joined instead of split.  A transaction file (GAMEMRGT.DAT)
      *  carries one from-ID / to-ID pair per line; each pair is
      *  applied in full before the next is read:
      *
      *    GAMEAUDT  every audit group re-keyed to the to-ID
      *    GAMEHIST  every history record re-keyed to the to-ID
      *    GAMEDISP  dispute cases follow their games
      *    GAMECHKP  a game in flight moves to the to-ID
      *    GAMEHCAP  handicaps re-keyed; where the to-ID already has
      *              one for the same range the old one is dropped -
      *              GAME-HANDICAP recomputes both from the joined
      *              history at its next run
      *    GAMETOUR  tournament results re-keyed
      *    GAMECANC.DAT  cancellations re-keyed
      *    GAMETMST  entrant lists and champions re-keyed
      *    GAMEOPER  the from-ID deactivated, never deleted
      *
      *  A game's key is operator / game date / start time / session
      *  sequence, so a from-ID game can land on a key the to-ID
      *  already holds.  Such a game is given the next session
      *  sequence free on both the history and audit files, and the
      *  same new sequence is carried to its history record,
      *  dispute case, checkpoint and cancellation so the files stay
      *  joined.  Every history and audit record rewritten is
      *  journaled to GAMEJRNL - the image of the new key and the
      *  image of the old key deleted - so a GAME-RELOAD roll-
      *  forward arrives at the merged files, not the split ones.
      *
      *  A pair is refused, with nothing moved, when either ID is
      *  blank or the two are the same, when either is not on the
      *  operator master, when the to-ID is inactive, when both IDs
      *  have a game in flight (one checkpoint per operator), or
      *  when both played the same round of the same tournament
      *  (the round would score the player twice).  Each applied
      *  merge is written to the maintenance log (GAMEOPLG.DAT) with
      *  the ID it went into, and the merge report (GAMEMRGR.DAT)
      *  shows the records moved in every file.
      *
      *  Run with no games in play.  RETURN-CODE is 4 when a pair
      *  was refused, 8 when a record, journal or log write failed
      *  (the report shows where), 12 when a required file will not
      *  open.  The dispute, checkpoint, handicap and tournament
      *  files may be absent - there is then nothing in them to
      *  move.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEOSEL.
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMEVSEL.
           COPY GAMEKSEL.
           COPY GAMEPSEL.
           COPY GAMETSEL.
           COPY GAMECSEL.
           COPY GAMENSEL.
           COPY GAMEJSEL.
           COPY GAMEMSEL.

           SELECT MERGE-TRANS-FILE ASSIGN TO "GAMEMRGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MERGE-TRANS-STATUS.

           SELECT WORK-FILE ASSIGN TO "GAMEMRG.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GAMEMRGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEOFD.
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMEVFD.
           COPY GAMEKFD.
           COPY GAMEPFD.
           COPY GAMETFD.
           COPY GAMECFD.
           COPY GAMENFD.
           COPY GAMEJFD.
           COPY GAMEMFD.

       FD  MERGE-TRANS-FILE.
       01 MERGE-TRANS-RECORD.
           05 MTR-FROM-ID              PIC X(8).
           05 MTR-TO-ID                PIC X(8).

       FD  WORK-FILE.
       01 WORK-RECORD                  PIC X(200).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 OPERATOR-STATUS              PIC XX.
       01 HISTORY-STATUS               PIC XX.
       01 AUDIT-STATUS                 PIC XX.
       01 DISPUTE-STATUS               PIC XX.
       01 CHECKPOINT-STATUS            PIC XX.
       01 HANDICAP-STATUS              PIC XX.
       01 TOURN-RESULT-STATUS          PIC XX.
       01 CANCEL-STATUS                PIC XX.
       01 TOURN-MASTER-STATUS          PIC XX.
       01 JOURNAL-STATUS               PIC XX.
       01 MAINT-LOG-STATUS             PIC XX.
       01 MERGE-TRANS-STATUS           PIC XX.
       01 WORK-STATUS                  PIC XX.
       01 REPORT-STATUS                PIC XX.

       01 TRANS-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-TRANS                VALUE 'Y'.
       01 INPUT-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-INPUT                VALUE 'Y'.
       01 WORK-EOF-FLAG                PIC X VALUE 'N'.
           88 NO-MORE-WORK                 VALUE 'Y'.
       01 BROWSE-ENDED-FLAG            PIC X VALUE 'N'.
           88 BROWSE-HAS-ENDED             VALUE 'Y'.
       01 MERGE-REFUSED-FLAG           PIC X VALUE 'N'.
           88 MERGE-IS-REFUSED             VALUE 'Y'.
       01 RECORD-FOUND-FLAG            PIC X VALUE 'N'.
           88 RECORD-WAS-FOUND             VALUE 'Y'.
       01 TARGET-TAKEN-FLAG            PIC X VALUE 'N'.
           88 TARGET-KEY-TAKEN             VALUE 'Y'.
       01 GROUP-STARTED-FLAG           PIC X VALUE 'N'.
           88 GROUP-HAS-STARTED            VALUE 'Y'.
       01 MASTER-CHANGED-FLAG          PIC X VALUE 'N'.
           88 MASTER-WAS-CHANGED           VALUE 'Y'.
       01 DISPUTES-OPEN-FLAG           PIC X VALUE 'N'.
           88 DISPUTES-ARE-OPEN            VALUE 'Y'.
       01 CHECKPOINTS-OPEN-FLAG        PIC X VALUE 'N'.
           88 CHECKPOINTS-ARE-OPEN         VALUE 'Y'.
       01 HANDICAPS-OPEN-FLAG          PIC X VALUE 'N'.
           88 HANDICAPS-ARE-OPEN           VALUE 'Y'.
       01 TOURN-MASTER-OPEN-FLAG       PIC X VALUE 'N'.
           88 TOURN-MASTER-IS-OPEN         VALUE 'Y'.

       01 MERGE-FROM-ID                PIC X(8) VALUE SPACES.
       01 MERGE-TO-ID                  PIC X(8) VALUE SPACES.
       01 REFUSAL-REASON               PIC X(40) VALUE SPACES.

      *    The record being moved, held apart from the record areas
      *    the collision tests read into.  History, audit and
      *    dispute records all begin with the same game key.
       01 OLD-RECORD-IMAGE             PIC X(200).
       01 OLD-GAME-VIEW REDEFINES OLD-RECORD-IMAGE.
           05 OGV-OPERATOR-ID          PIC X(8).
           05 OGV-GAME-DATE            PIC 9(8).
           05 OGV-START-TIME           PIC 9(8).
           05 OGV-SESSION-SEQ          PIC 9(6).
           05 FILLER1                  PIC X(170).

      *    The from-ID game being moved and the session sequence it
      *    takes under the to-ID.
       01 REF-GAME-KEY.
           05 REF-GAME-DATE            PIC 9(8).
           05 REF-START-TIME           PIC 9(8).
           05 REF-SESSION-SEQ          PIC 9(6).
       01 NEW-SESSION-SEQ              PIC 9(6) VALUE ZERO.

      *    Games of the current pair moved to a new session sequence
      *    because their key was already taken under the to-ID.
       01 RESEQ-TABLE-MAX              PIC S9(4) COMP VALUE 500.
       01 RESEQ-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01 RESEQ-TABLE.
           05 RESEQ-ENTRY OCCURS 500 TIMES.
               10 RSQ-GAME-DATE        PIC 9(8).
               10 RSQ-START-TIME       PIC 9(8).
               10 RSQ-OLD-SEQ          PIC 9(6).
               10 RSQ-NEW-SEQ          PIC 9(6).
       01 RESEQ-INDEX                  PIC S9(4) COMP VALUE ZERO.
       01 RESEQ-FOUND-INDEX            PIC S9(4) COMP VALUE ZERO.

      *    Tournament rounds each ID has played, gathered to refuse
      *    a pair that played the same round.
       01 ROUND-TABLE-MAX              PIC S9(4) COMP VALUE 200.
       01 FROM-ROUND-COUNT             PIC S9(4) COMP VALUE ZERO.
       01 FROM-ROUND-TABLE.
           05 FROM-ROUND-ENTRY OCCURS 200 TIMES.
               10 FRD-TOURN-ID         PIC X(8).
               10 FRD-ROUND-NO         PIC 9(3).
       01 TO-ROUND-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 TO-ROUND-TABLE.
           05 TO-ROUND-ENTRY OCCURS 200 TIMES.
               10 TRD-TOURN-ID         PIC X(8).
               10 TRD-ROUND-NO         PIC 9(3).
       01 FROM-ROUND-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 TO-ROUND-INDEX               PIC S9(4) COMP VALUE ZERO.

       01 ENTRANT-INDEX                PIC S9(4) COMP VALUE ZERO.
       01 FROM-ENTRANT-INDEX           PIC S9(4) COMP VALUE ZERO.
       01 TO-ENTRANT-INDEX             PIC S9(4) COMP VALUE ZERO.

      *    Images captured around the master write, because the
      *    record area's contents are undefined after a WRITE.
       01 BEFORE-IMAGE                 PIC X(60) VALUE SPACES.
       01 AFTER-IMAGE                  PIC X(60) VALUE SPACES.

       01 LOG-TIME-FIELDS.
           05 LTF-HOUR                 PIC 99.
           05 LTF-MIN                  PIC 99.
           05 LTF-SEC                  PIC 99.
           05 LTF-HUND                 PIC 99.

      *    Records moved for the pair in hand.
       01 AUDIT-MOVED-COUNT            PIC 9(7) VALUE ZERO.
       01 HISTORY-MOVED-COUNT          PIC 9(7) VALUE ZERO.
       01 DISPUTE-MOVED-COUNT          PIC 9(7) VALUE ZERO.
       01 CHECKPOINT-MOVED-COUNT       PIC 9(7) VALUE ZERO.
       01 HANDICAP-MOVED-COUNT         PIC 9(7) VALUE ZERO.
       01 HANDICAP-DROPPED-COUNT       PIC 9(7) VALUE ZERO.
       01 RESULT-MOVED-COUNT           PIC 9(7) VALUE ZERO.
       01 CANCEL-MOVED-COUNT           PIC 9(7) VALUE ZERO.
       01 TOURNAMENT-MOVED-COUNT       PIC 9(7) VALUE ZERO.
       01 MERGE-FAIL-COUNT             PIC 9(7) VALUE ZERO.

       01 FLAT-READ-COUNT              PIC 9(7) VALUE ZERO.
       01 FLAT-WRITTEN-COUNT           PIC 9(7) VALUE ZERO.

      *    Run totals.
       01 TRANS-READ-COUNT             PIC 9(7) VALUE ZERO.
       01 MERGES-APPLIED-COUNT         PIC 9(7) VALUE ZERO.
       01 MERGES-REFUSED-COUNT         PIC 9(7) VALUE ZERO.
       01 WRITE-FAIL-COUNT             PIC 9(7) VALUE ZERO.
       01 JOURNAL-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
       01 JOURNAL-FAIL-COUNT           PIC 9(7) VALUE ZERO.
       01 LOG-WRITE-FAIL-COUNT         PIC 9(7) VALUE ZERO.

       01 HEADER-LINE                  PIC X(80) VALUE
           "OPERATOR ID MERGE REPORT".

       01 MERGE-HEADER-LINE.
           05 FILLER2                  PIC X(6) VALUE "MERGE ".
           05 MHL-FROM-ID              PIC X(8).
           05 FILLER3                  PIC X(6) VALUE " INTO ".
           05 MHL-TO-ID                PIC X(8).

       01 REFUSED-LINE.
           05 FILLER4                  PIC X(9) VALUE "REFUSED  ".
           05 RFL-FROM-ID              PIC X(8).
           05 FILLER5                  PIC X(6) VALUE " INTO ".
           05 RFL-TO-ID                PIC X(8).
           05 FILLER6                  PIC X(3) VALUE " - ".
           05 RFL-REASON               PIC X(40).

       01 TOTAL-LINE.
           05 TOT-LABEL                PIC X(34).
           05 TOT-VALUE                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-APPLY-TRANSACTIONS UNTIL NO-MORE-TRANS.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open merge report, status "
                   REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MERGE-TRANS-FILE.
           IF MERGE-TRANS-STATUS NOT = "00"
               DISPLAY "Unable to open merge transaction file, status "
                   MERGE-TRANS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to open operator master, status "
                   OPERATOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HISTORY-FILE.
           OPEN I-O AUDIT-FILE.
           IF HISTORY-STATUS NOT = "00" OR AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to open game files: history "
                   HISTORY-STATUS ", audit " AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Unjournaled re-keys would be undone by the next reload.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "Unable to open write journal, status "
                   JOURNAL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND MAINT-LOG-FILE.
           IF MAINT-LOG-STATUS NOT = "00"
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           IF MAINT-LOG-STATUS NOT = "00"
               DISPLAY "Unable to open maintenance log, status "
                   MAINT-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-OPEN-OPTIONAL-FILES.
           WRITE REPORT-LINE FROM HEADER-LINE.

      *    A keyed file that has never been created holds nothing to
      *    move.
       1100-OPEN-OPTIONAL-FILES.
           OPEN I-O DISPUTE-FILE.
           IF DISPUTE-STATUS = "00"
               SET DISPUTES-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no dispute file (status " DISPUTE-STATUS
                   ") - no cases to move."
           END-IF.
           OPEN I-O CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS = "00"
               SET CHECKPOINTS-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no checkpoint file (status "
                   CHECKPOINT-STATUS ") - no games in flight to move."
           END-IF.
           OPEN I-O HANDICAP-FILE.
           IF HANDICAP-STATUS = "00"
               SET HANDICAPS-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no handicap file (status "
                   HANDICAP-STATUS ") - no handicaps to move."
           END-IF.
           OPEN I-O TOURN-MASTER-FILE.
           IF TOURN-MASTER-STATUS = "00"
               SET TOURN-MASTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no tournament master (status "
                   TOURN-MASTER-STATUS ") - no entrants to move."
           END-IF.

       2000-APPLY-TRANSACTIONS.
           READ MERGE-TRANS-FILE
               AT END
                   SET NO-MORE-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO TRANS-READ-COUNT
                   PERFORM 2100-APPLY-ONE-MERGE
           END-READ.

       2100-APPLY-ONE-MERGE.
           MOVE FUNCTION UPPER-CASE(MTR-FROM-ID) TO MERGE-FROM-ID.
           MOVE FUNCTION UPPER-CASE(MTR-TO-ID) TO MERGE-TO-ID.
           PERFORM 2200-VALIDATE-MERGE.
           IF MERGE-IS-REFUSED
               PERFORM 2900-REFUSE-MERGE
           ELSE
               PERFORM 2150-RESET-MERGE-COUNTS
               PERFORM 3000-MOVE-AUDIT
               PERFORM 3500-MOVE-HISTORY
               PERFORM 4000-MOVE-DISPUTES
               PERFORM 4500-MOVE-CHECKPOINT
               PERFORM 5000-MOVE-HANDICAPS
               PERFORM 5500-MOVE-TOURN-RESULTS
               PERFORM 6000-MOVE-CANCELLATIONS
               PERFORM 6500-MOVE-TOURN-ENTRANTS
               PERFORM 6800-DEACTIVATE-FROM-ID
               ADD 1 TO MERGES-APPLIED-COUNT
               PERFORM 7500-WRITE-MERGE-COUNTS
           END-IF.

       2150-RESET-MERGE-COUNTS.
           MOVE 0 TO RESEQ-COUNT.
           MOVE 0 TO AUDIT-MOVED-COUNT.
           MOVE 0 TO HISTORY-MOVED-COUNT.
           MOVE 0 TO DISPUTE-MOVED-COUNT.
           MOVE 0 TO CHECKPOINT-MOVED-COUNT.
           MOVE 0 TO HANDICAP-MOVED-COUNT.
           MOVE 0 TO HANDICAP-DROPPED-COUNT.
           MOVE 0 TO RESULT-MOVED-COUNT.
           MOVE 0 TO CANCEL-MOVED-COUNT.
           MOVE 0 TO TOURNAMENT-MOVED-COUNT.
           MOVE 0 TO MERGE-FAIL-COUNT.

      *    Every edit runs before anything is moved, so a refused
      *    pair leaves every file as it was.
       2200-VALIDATE-MERGE.
           MOVE 'N' TO MERGE-REFUSED-FLAG.
           EVALUATE TRUE
               WHEN MERGE-FROM-ID = SPACES OR MERGE-TO-ID = SPACES
                   MOVE "FROM-ID OR TO-ID BLANK" TO REFUSAL-REASON
                   SET MERGE-IS-REFUSED TO TRUE
               WHEN MERGE-FROM-ID = MERGE-TO-ID
                   MOVE "FROM-ID AND TO-ID THE SAME" TO REFUSAL-REASON
                   SET MERGE-IS-REFUSED TO TRUE
           END-EVALUATE.
           IF NOT MERGE-IS-REFUSED
               MOVE MERGE-TO-ID TO OPR-OPERATOR-ID
               PERFORM 2210-READ-MASTER
               EVALUATE TRUE
                   WHEN NOT RECORD-WAS-FOUND
                       MOVE "TO-ID NOT ON MASTER" TO REFUSAL-REASON
                       SET MERGE-IS-REFUSED TO TRUE
                   WHEN NOT OPR-IS-ACTIVE
                       MOVE "TO-ID NOT ACTIVE" TO REFUSAL-REASON
                       SET MERGE-IS-REFUSED TO TRUE
               END-EVALUATE
           END-IF.
           IF NOT MERGE-IS-REFUSED
               MOVE MERGE-FROM-ID TO OPR-OPERATOR-ID
               PERFORM 2210-READ-MASTER
               IF NOT RECORD-WAS-FOUND
                   MOVE "FROM-ID NOT ON MASTER" TO REFUSAL-REASON
                   SET MERGE-IS-REFUSED TO TRUE
               END-IF
           END-IF.
           IF NOT MERGE-IS-REFUSED AND CHECKPOINTS-ARE-OPEN
               PERFORM 2230-CHECK-GAMES-IN-FLIGHT
           END-IF.
           IF NOT MERGE-IS-REFUSED
               PERFORM 2250-CHECK-TOURNAMENT-ROUNDS
           END-IF.

       2210-READ-MASTER.
           MOVE 'N' TO RECORD-FOUND-FLAG.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-WAS-FOUND TO TRUE
           END-READ.

       2230-CHECK-GAMES-IN-FLIGHT.
           MOVE MERGE-TO-ID TO CHK-OPERATOR-ID.
           READ CHECKPOINT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MERGE-FROM-ID TO CHK-OPERATOR-ID
                   READ CHECKPOINT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "BOTH IDS HAVE A GAME IN FLIGHT"
                               TO REFUSAL-REASON
                           SET MERGE-IS-REFUSED TO TRUE
                   END-READ
           END-READ.

       2250-CHECK-TOURNAMENT-ROUNDS.
           MOVE 0 TO FROM-ROUND-COUNT.
           MOVE 0 TO TO-ROUND-COUNT.
           OPEN INPUT TOURN-RESULT-FILE.
           IF TOURN-RESULT-STATUS = "00"
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM UNTIL NO-MORE-INPUT
                   READ TOURN-RESULT-FILE
                       AT END
                           SET NO-MORE-INPUT TO TRUE
                       NOT AT END
                           PERFORM 2260-NOTE-ONE-RESULT
                   END-READ
               END-PERFORM
               CLOSE TOURN-RESULT-FILE
           END-IF.
           PERFORM VARYING FROM-ROUND-INDEX FROM 1 BY 1
                   UNTIL FROM-ROUND-INDEX > FROM-ROUND-COUNT
               PERFORM VARYING TO-ROUND-INDEX FROM 1 BY 1
                       UNTIL TO-ROUND-INDEX > TO-ROUND-COUNT
                   IF FROM-ROUND-ENTRY(FROM-ROUND-INDEX)
                           = TO-ROUND-ENTRY(TO-ROUND-INDEX)
                       MOVE "BOTH IDS PLAYED ONE TOURNAMENT ROUND"
                           TO REFUSAL-REASON
                       SET MERGE-IS-REFUSED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       2260-NOTE-ONE-RESULT.
           IF FROM-ROUND-COUNT >= ROUND-TABLE-MAX
                   OR TO-ROUND-COUNT >= ROUND-TABLE-MAX
               DISPLAY "Tournament round table full at "
                   ROUND-TABLE-MAX
                   " entries - raise the table size and rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
               WHEN TRES-OPERATOR-ID = MERGE-FROM-ID
                   ADD 1 TO FROM-ROUND-COUNT
                   MOVE TRES-TOURN-ID TO FRD-TOURN-ID(FROM-ROUND-COUNT)
                   MOVE TRES-ROUND-NO TO FRD-ROUND-NO(FROM-ROUND-COUNT)
               WHEN TRES-OPERATOR-ID = MERGE-TO-ID
                   ADD 1 TO TO-ROUND-COUNT
                   MOVE TRES-TOURN-ID TO TRD-TOURN-ID(TO-ROUND-COUNT)
                   MOVE TRES-ROUND-NO TO TRD-ROUND-NO(TO-ROUND-COUNT)
           END-EVALUATE.

       2900-REFUSE-MERGE.
           ADD 1 TO MERGES-REFUSED-COUNT.
           MOVE MERGE-FROM-ID TO RFL-FROM-ID.
           MOVE MERGE-TO-ID TO RFL-TO-ID.
           MOVE REFUSAL-REASON TO RFL-REASON.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM REFUSED-LINE.

      *    The audit trail goes first: each from-ID game group is
      *    given its session sequence under the to-ID here, and the
      *    history record, case, checkpoint and cancellation of the
      *    same game follow it.  The records are gathered to the
      *    work file before any is moved, so the browse never meets
      *    a record this run has written.
       3000-MOVE-AUDIT.
           PERFORM 7100-OPEN-WORK-OUTPUT.
           MOVE MERGE-FROM-ID TO AUD-OPERATOR-ID.
           MOVE 0 TO AUD-GAME-DATE.
           MOVE 0 TO AUD-START-TIME.
           MOVE 0 TO AUD-SESSION-SEQ.
           MOVE 0 TO AUD-ATTEMPT-NO.
           MOVE 'N' TO BROWSE-ENDED-FLAG.
           START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
               INVALID KEY
                   SET BROWSE-HAS-ENDED TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-HAS-ENDED
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET BROWSE-HAS-ENDED TO TRUE
                   NOT AT END
                       IF AUD-OPERATOR-ID NOT = MERGE-FROM-ID
                           SET BROWSE-HAS-ENDED TO TRUE
                       ELSE
                           WRITE WORK-RECORD FROM AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           PERFORM 7200-OPEN-WORK-INPUT.
           MOVE 'N' TO GROUP-STARTED-FLAG.
           PERFORM UNTIL NO-MORE-WORK
               READ WORK-FILE
                   AT END
                       SET NO-MORE-WORK TO TRUE
                   NOT AT END
                       PERFORM 3100-MOVE-ONE-AUDIT-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.

       3100-MOVE-ONE-AUDIT-RECORD.
           MOVE WORK-RECORD TO OLD-RECORD-IMAGE.
           IF NOT GROUP-HAS-STARTED
                   OR OGV-GAME-DATE NOT = REF-GAME-DATE
                   OR OGV-START-TIME NOT = REF-START-TIME
                   OR OGV-SESSION-SEQ NOT = REF-SESSION-SEQ
               SET GROUP-HAS-STARTED TO TRUE
               MOVE OGV-GAME-DATE TO REF-GAME-DATE
               MOVE OGV-START-TIME TO REF-START-TIME
               MOVE OGV-SESSION-SEQ TO REF-SESSION-SEQ
               PERFORM 7000-RESOLVE-NEW-SEQ
           END-IF.
           MOVE OLD-RECORD-IMAGE TO AUDIT-RECORD.
           MOVE MERGE-TO-ID TO AUD-OPERATOR-ID.
           MOVE NEW-SESSION-SEQ TO AUD-SESSION-SEQ.
           MOVE SPACES TO JRN-RECORD-IMAGE.
           MOVE AUDIT-RECORD TO JRN-RECORD-IMAGE.
           WRITE AUDIT-RECORD
               INVALID KEY
                   PERFORM 7400-NOTE-WRITE-FAILURE
               NOT INVALID KEY
                   ADD 1 TO AUDIT-MOVED-COUNT
                   MOVE 'A' TO JRN-RECORD-TYPE
                   PERFORM 7300-WRITE-JOURNAL-RECORD
                   MOVE OLD-RECORD-IMAGE TO AUDIT-RECORD
                   DELETE AUDIT-FILE RECORD
                       INVALID KEY
                           PERFORM 7400-NOTE-WRITE-FAILURE
                       NOT INVALID KEY
                           MOVE SPACES TO JRN-RECORD-IMAGE
                           MOVE OLD-RECORD-IMAGE TO JRN-RECORD-IMAGE
                           MOVE 'Y' TO JRN-RECORD-TYPE
                           PERFORM 7300-WRITE-JOURNAL-RECORD
                   END-DELETE
           END-WRITE.

       3500-MOVE-HISTORY.
           PERFORM 7100-OPEN-WORK-OUTPUT.
           MOVE MERGE-FROM-ID TO HIST-OPERATOR-ID.
           MOVE 0 TO HIST-GAME-DATE.
           MOVE 0 TO HIST-START-TIME.
           MOVE 0 TO HIST-SESSION-SEQ.
           MOVE 'N' TO BROWSE-ENDED-FLAG.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET BROWSE-HAS-ENDED TO TRUE
           END-START.
           PERFORM UNTIL BROWSE-HAS-ENDED
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET BROWSE-HAS-ENDED TO TRUE
                   NOT AT END
                       IF HIST-OPERATOR-ID NOT = MERGE-FROM-ID
                           SET BROWSE-HAS-ENDED TO TRUE
                       ELSE
                           WRITE WORK-RECORD FROM HISTORY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           PERFORM 7200-OPEN-WORK-INPUT.
           PERFORM UNTIL NO-MORE-WORK
               READ WORK-FILE
                   AT END
                       SET NO-MORE-WORK TO TRUE
                   NOT AT END
                       PERFORM 3600-MOVE-ONE-HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.

      *    A game re-sequenced with its audit group takes the same
      *    sequence.  Otherwise its audit group (if it has one) kept
      *    the original sequence, which was then free on both files,
      *    so only a history record with no audit group can still
      *    meet a to-ID game here - it is re-sequenced on its own.
       3600-MOVE-ONE-HISTORY-RECORD.
           MOVE WORK-RECORD TO OLD-RECORD-IMAGE.
           MOVE OGV-GAME-DATE TO REF-GAME-DATE.
           MOVE OGV-START-TIME TO REF-START-TIME.
           MOVE OGV-SESSION-SEQ TO REF-SESSION-SEQ.
           PERFORM 7070-FIND-RESEQ-ENTRY.
           IF RESEQ-FOUND-INDEX > 0
               MOVE RSQ-NEW-SEQ(RESEQ-FOUND-INDEX) TO NEW-SESSION-SEQ
           ELSE
               MOVE REF-SESSION-SEQ TO NEW-SESSION-SEQ
               MOVE MERGE-TO-ID TO HIST-OPERATOR-ID
               MOVE REF-GAME-DATE TO HIST-GAME-DATE
               MOVE REF-START-TIME TO HIST-START-TIME
               MOVE REF-SESSION-SEQ TO HIST-SESSION-SEQ
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 7060-FIND-FREE-SEQ
               END-READ
           END-IF.
           MOVE OLD-RECORD-IMAGE TO HISTORY-RECORD.
           MOVE MERGE-TO-ID TO HIST-OPERATOR-ID.
           MOVE NEW-SESSION-SEQ TO HIST-SESSION-SEQ.
           MOVE SPACES TO JRN-RECORD-IMAGE.
           MOVE HISTORY-RECORD TO JRN-RECORD-IMAGE.
           WRITE HISTORY-RECORD
               INVALID KEY
                   PERFORM 7400-NOTE-WRITE-FAILURE
               NOT INVALID KEY
                   ADD 1 TO HISTORY-MOVED-COUNT
                   MOVE 'H' TO JRN-RECORD-TYPE
                   PERFORM 7300-WRITE-JOURNAL-RECORD
                   MOVE OLD-RECORD-IMAGE TO HISTORY-RECORD
                   DELETE HISTORY-FILE RECORD
                       INVALID KEY
                           PERFORM 7400-NOTE-WRITE-FAILURE
                       NOT INVALID KEY
                           MOVE SPACES TO JRN-RECORD-IMAGE
                           MOVE OLD-RECORD-IMAGE TO JRN-RECORD-IMAGE
                           MOVE 'X' TO JRN-RECORD-TYPE
                           PERFORM 7300-WRITE-JOURNAL-RECORD
                   END-DELETE
           END-WRITE.

      *    A case is keyed exactly as its game, so it takes the
      *    game's new key.
       4000-MOVE-DISPUTES.
           IF DISPUTES-ARE-OPEN
               PERFORM 7100-OPEN-WORK-OUTPUT
               MOVE MERGE-FROM-ID TO DSP-OPERATOR-ID
               MOVE 0 TO DSP-GAME-DATE
               MOVE 0 TO DSP-START-TIME
               MOVE 0 TO DSP-SESSION-SEQ
               MOVE 'N' TO BROWSE-ENDED-FLAG
               START DISPUTE-FILE KEY IS NOT LESS THAN DSP-KEY
                   INVALID KEY
                       SET BROWSE-HAS-ENDED TO TRUE
               END-START
               PERFORM UNTIL BROWSE-HAS-ENDED
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           SET BROWSE-HAS-ENDED TO TRUE
                       NOT AT END
                           IF DSP-OPERATOR-ID NOT = MERGE-FROM-ID
                               SET BROWSE-HAS-ENDED TO TRUE
                           ELSE
                               WRITE WORK-RECORD FROM DISPUTE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               PERFORM 7200-OPEN-WORK-INPUT
               PERFORM UNTIL NO-MORE-WORK
                   READ WORK-FILE
                       AT END
                           SET NO-MORE-WORK TO TRUE
                       NOT AT END
                           PERFORM 4100-MOVE-ONE-CASE
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
           END-IF.

       4100-MOVE-ONE-CASE.
           MOVE WORK-RECORD TO OLD-RECORD-IMAGE.
           MOVE OGV-GAME-DATE TO REF-GAME-DATE.
           MOVE OGV-START-TIME TO REF-START-TIME.
           MOVE OGV-SESSION-SEQ TO REF-SESSION-SEQ.
           PERFORM 7090-MAPPED-SEQ.
           MOVE OLD-RECORD-IMAGE TO DISPUTE-RECORD.
           MOVE MERGE-TO-ID TO DSP-OPERATOR-ID.
           MOVE NEW-SESSION-SEQ TO DSP-SESSION-SEQ.
           WRITE DISPUTE-RECORD
               INVALID KEY
                   PERFORM 7400-NOTE-WRITE-FAILURE
               NOT INVALID KEY
                   ADD 1 TO DISPUTE-MOVED-COUNT
                   MOVE OLD-RECORD-IMAGE TO DISPUTE-RECORD
                   DELETE DISPUTE-FILE RECORD
                       INVALID KEY
                           PERFORM 7400-NOTE-WRITE-FAILURE
                   END-DELETE
           END-WRITE.

      *    The edits have already refused a pair where both IDs
      *    have a game in flight.  A game checkpointed before its
      *    first guess has no audit group to follow, so it is given
      *    a free sequence of its own.
       4500-MOVE-CHECKPOINT.
           IF CHECKPOINTS-ARE-OPEN
               MOVE MERGE-FROM-ID TO CHK-OPERATOR-ID
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4600-MOVE-ONE-CHECKPOINT
               END-READ
           END-IF.

       4600-MOVE-ONE-CHECKPOINT.
           MOVE SPACES TO OLD-RECORD-IMAGE.
           MOVE CHECKPOINT-RECORD TO OLD-RECORD-IMAGE.
           MOVE CHK-GAME-DATE TO REF-GAME-DATE.
           MOVE CHK-START-TIME TO REF-START-TIME.
           MOVE CHK-SESSION-SEQ-NO TO REF-SESSION-SEQ.
           IF CHK-ATTEMPTS = 0
               PERFORM 7000-RESOLVE-NEW-SEQ
           ELSE
               PERFORM 7090-MAPPED-SEQ
           END-IF.
           MOVE OLD-RECORD-IMAGE TO CHECKPOINT-RECORD.
           MOVE MERGE-TO-ID TO CHK-OPERATOR-ID.
           MOVE NEW-SESSION-SEQ TO CHK-SESSION-SEQ-NO.
           WRITE CHECKPOINT-RECORD
               INVALID KEY
                   PERFORM 7400-NOTE-WRITE-FAILURE
               NOT INVALID KEY
                   ADD 1 TO CHECKPOINT-MOVED-COUNT
                   MOVE MERGE-FROM-ID TO CHK-OPERATOR-ID
                   DELETE CHECKPOINT-FILE RECORD
                       INVALID KEY
                           PERFORM 7400-NOTE-WRITE-FAILURE
                   END-DELETE
           END-WRITE.

      *    Handicaps are derived from history, so where the to-ID
      *    already has one for a range the from-ID's is dropped
      *    rather than kept side by side.
       5000-MOVE-HANDICAPS.
           IF HANDICAPS-ARE-OPEN
               PERFORM 7100-OPEN-WORK-OUTPUT
               MOVE MERGE-FROM-ID TO HCP-OPERATOR-ID
               MOVE 0 TO HCP-LOW-VAL
               MOVE 0 TO HCP-HIGH-VAL
               MOVE 'N' TO BROWSE-ENDED-FLAG
               START HANDICAP-FILE KEY IS NOT LESS THAN HCP-KEY
                   INVALID KEY
                       SET BROWSE-HAS-ENDED TO TRUE
               END-START
               PERFORM UNTIL BROWSE-HAS-ENDED
                   READ HANDICAP-FILE NEXT RECORD
                       AT END
                           SET BROWSE-HAS-ENDED TO TRUE
                       NOT AT END
                           IF HCP-OPERATOR-ID NOT = MERGE-FROM-ID
                               SET BROWSE-HAS-ENDED TO TRUE
                           ELSE
                               WRITE WORK-RECORD FROM HANDICAP-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               PERFORM 7200-OPEN-WORK-INPUT
               PERFORM UNTIL NO-MORE-WORK
                   READ WORK-FILE
                       AT END
                           SET NO-MORE-WORK TO TRUE
                       NOT AT END
                           PERFORM 5100-MOVE-ONE-HANDICAP
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
           END-IF.

       5100-MOVE-ONE-HANDICAP.
           MOVE WORK-RECORD TO OLD-RECORD-IMAGE.
           MOVE WORK-RECORD TO HANDICAP-RECORD.
           MOVE MERGE-TO-ID TO HCP-OPERATOR-ID.
           MOVE 'N' TO RECORD-FOUND-FLAG.
           READ HANDICAP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-WAS-FOUND TO TRUE
           END-READ.
           IF RECORD-WAS-FOUND
               ADD 1 TO HANDICAP-DROPPED-COUNT
           ELSE
               MOVE OLD-RECORD-IMAGE TO HANDICAP-RECORD
               MOVE MERGE-TO-ID TO HCP-OPERATOR-ID
               WRITE HANDICAP-RECORD
                   INVALID KEY
                       PERFORM 7400-NOTE-WRITE-FAILURE
                   NOT INVALID KEY
                       ADD 1 TO HANDICAP-MOVED-COUNT
               END-WRITE
           END-IF.
           MOVE OLD-RECORD-IMAGE TO HANDICAP-RECORD.
           DELETE HANDICAP-FILE RECORD
               INVALID KEY
                   PERFORM 7400-NOTE-WRITE-FAILURE
           END-DELETE.

      *    The results file is copied to the work file with the IDs
      *    changed, then written back over the original - only when
      *    something actually changed, and proved by record count.
       5500-MOVE-TOURN-RESULTS.
           OPEN INPUT TOURN-RESULT-FILE.
           IF TOURN-RESULT-STATUS = "00"
               MOVE 0 TO FLAT-READ-COUNT
               PERFORM 7100-OPEN-WORK-OUTPUT
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM UNTIL NO-MORE-INPUT
                   READ TOURN-RESULT-FILE
                       AT END
                           SET NO-MORE-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO FLAT-READ-COUNT
                           IF TRES-OPERATOR-ID = MERGE-FROM-ID
                               MOVE MERGE-TO-ID TO TRES-OPERATOR-ID
                               ADD 1 TO RESULT-MOVED-COUNT
                           END-IF
                           WRITE WORK-RECORD FROM TOURN-RESULT-RECORD
                   END-READ
               END-PERFORM
               CLOSE TOURN-RESULT-FILE
               CLOSE WORK-FILE
               IF RESULT-MOVED-COUNT > 0
                   PERFORM 5600-WRITE-BACK-RESULTS
               END-IF
           END-IF.

       5600-WRITE-BACK-RESULTS.
           PERFORM 7200-OPEN-WORK-INPUT.
           OPEN OUTPUT TOURN-RESULT-FILE.
           IF TOURN-RESULT-STATUS NOT = "00"
               DISPLAY "Unable to rewrite tournament results, status "
                   TOURN-RESULT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO FLAT-WRITTEN-COUNT.
           PERFORM UNTIL NO-MORE-WORK
               READ WORK-FILE
                   AT END
                       SET NO-MORE-WORK TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO TOURN-RESULT-RECORD
                       WRITE TOURN-RESULT-RECORD
                       IF TOURN-RESULT-STATUS = "00"
                           ADD 1 TO FLAT-WRITTEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE TOURN-RESULT-FILE.
           PERFORM 7450-PROVE-FLAT-FILE.

       6000-MOVE-CANCELLATIONS.
           OPEN INPUT CANCEL-FILE.
           IF CANCEL-STATUS = "00"
               MOVE 0 TO FLAT-READ-COUNT
               PERFORM 7100-OPEN-WORK-OUTPUT
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM UNTIL NO-MORE-INPUT
                   READ CANCEL-FILE
                       AT END
                           SET NO-MORE-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO FLAT-READ-COUNT
                           IF CAN-OPERATOR-ID = MERGE-FROM-ID
                               PERFORM 6050-MOVE-ONE-CANCELLATION
                           END-IF
                           WRITE WORK-RECORD FROM CANCEL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CANCEL-FILE
               CLOSE WORK-FILE
               IF CANCEL-MOVED-COUNT > 0
                   PERFORM 6100-WRITE-BACK-CANCELLATIONS
               END-IF
           END-IF.

       6050-MOVE-ONE-CANCELLATION.
           MOVE CAN-GAME-DATE TO REF-GAME-DATE.
           MOVE CAN-START-TIME TO REF-START-TIME.
           MOVE CAN-SESSION-SEQ TO REF-SESSION-SEQ.
           PERFORM 7090-MAPPED-SEQ.
           MOVE MERGE-TO-ID TO CAN-OPERATOR-ID.
           MOVE NEW-SESSION-SEQ TO CAN-SESSION-SEQ.
           ADD 1 TO CANCEL-MOVED-COUNT.

       6100-WRITE-BACK-CANCELLATIONS.
           PERFORM 7200-OPEN-WORK-INPUT.
           OPEN OUTPUT CANCEL-FILE.
           IF CANCEL-STATUS NOT = "00"
               DISPLAY "Unable to rewrite cancellation file, status "
                   CANCEL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO FLAT-WRITTEN-COUNT.
           PERFORM UNTIL NO-MORE-WORK
               READ WORK-FILE
                   AT END
                       SET NO-MORE-WORK TO TRUE
                   NOT AT END
                       MOVE WORK-RECORD TO CANCEL-RECORD
                       WRITE CANCEL-RECORD
                       IF CANCEL-STATUS = "00"
                           ADD 1 TO FLAT-WRITTEN-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE CANCEL-FILE.
           PERFORM 7450-PROVE-FLAT-FILE.

      *    Where both IDs are on one tournament's entrant list the
      *    to-ID's entry is kept (registered if either was) and the
      *    from-ID's is marked withdrawn.
       6500-MOVE-TOURN-ENTRANTS.
           IF TOURN-MASTER-IS-OPEN
               MOVE LOW-VALUES TO TMS-TOURN-ID
               MOVE 'N' TO BROWSE-ENDED-FLAG
               START TOURN-MASTER-FILE
                   KEY IS NOT LESS THAN TMS-TOURN-ID
                   INVALID KEY
                       SET BROWSE-HAS-ENDED TO TRUE
               END-START
               PERFORM UNTIL BROWSE-HAS-ENDED
                   READ TOURN-MASTER-FILE NEXT RECORD
                       AT END
                           SET BROWSE-HAS-ENDED TO TRUE
                       NOT AT END
                           PERFORM 6600-MOVE-ONE-TOURNAMENT
                   END-READ
               END-PERFORM
           END-IF.

       6600-MOVE-ONE-TOURNAMENT.
           MOVE 'N' TO MASTER-CHANGED-FLAG.
           MOVE 0 TO FROM-ENTRANT-INDEX.
           MOVE 0 TO TO-ENTRANT-INDEX.
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > TMS-ENTRANT-COUNT
               IF TMS-ENTRANT-ID(ENTRANT-INDEX) = MERGE-FROM-ID
                   MOVE ENTRANT-INDEX TO FROM-ENTRANT-INDEX
               END-IF
               IF TMS-ENTRANT-ID(ENTRANT-INDEX) = MERGE-TO-ID
                   MOVE ENTRANT-INDEX TO TO-ENTRANT-INDEX
               END-IF
           END-PERFORM.
           IF FROM-ENTRANT-INDEX > 0
               SET MASTER-WAS-CHANGED TO TRUE
               IF TO-ENTRANT-INDEX = 0
                   MOVE MERGE-TO-ID
                       TO TMS-ENTRANT-ID(FROM-ENTRANT-INDEX)
               ELSE
                   IF TMS-ENTRANT-IS-REGISTERED(FROM-ENTRANT-INDEX)
                       SET TMS-ENTRANT-IS-REGISTERED(TO-ENTRANT-INDEX)
                           TO TRUE
                   END-IF
                   SET TMS-ENTRANT-IS-WITHDRAWN(FROM-ENTRANT-INDEX)
                       TO TRUE
               END-IF
           END-IF.
           IF TMS-CHAMPION-ID = MERGE-FROM-ID
               MOVE MERGE-TO-ID TO TMS-CHAMPION-ID
               SET MASTER-WAS-CHANGED TO TRUE
           END-IF.
           IF MASTER-WAS-CHANGED
               REWRITE TOURN-MASTER-RECORD
                   INVALID KEY
                       PERFORM 7400-NOTE-WRITE-FAILURE
                   NOT INVALID KEY
                       ADD 1 TO TOURNAMENT-MOVED-COUNT
               END-REWRITE
           END-IF.

      *    A from-ID HR has already deactivated is left as it is;
      *    the merge is logged either way, naming the ID it went
      *    into.
       6800-DEACTIVATE-FROM-ID.
           MOVE MERGE-FROM-ID TO OPR-OPERATOR-ID.
           PERFORM 2210-READ-MASTER.
           MOVE OPERATOR-RECORD TO BEFORE-IMAGE.
           IF OPR-IS-ACTIVE
               SET OPR-IS-INACTIVE TO TRUE
               MOVE OPERATOR-RECORD TO AFTER-IMAGE
               REWRITE OPERATOR-RECORD
                   INVALID KEY
                       PERFORM 7400-NOTE-WRITE-FAILURE
                   NOT INVALID KEY
                       PERFORM 6850-WRITE-LOG-RECORD
               END-REWRITE
           ELSE
               MOVE OPERATOR-RECORD TO AFTER-IMAGE
               PERFORM 6850-WRITE-LOG-RECORD
           END-IF.

       6850-WRITE-LOG-RECORD.
           ACCEPT MLG-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME-FIELDS FROM TIME.
           COMPUTE MLG-LOG-TIME = LTF-HOUR * 1000000
                   + LTF-MIN * 10000 + LTF-SEC * 100 + LTF-HUND.
           SET MLG-FROM-BATCH TO TRUE.
           SET MLG-WAS-MERGE TO TRUE.
           MOVE MERGE-FROM-ID TO MLG-OPERATOR-ID.
           MOVE "ID-MERGE" TO MLG-APPLIED-BY.
           MOVE BEFORE-IMAGE TO MLG-BEFORE-IMAGE.
           MOVE AFTER-IMAGE TO MLG-AFTER-IMAGE.
           MOVE MERGE-TO-ID TO MLG-MERGED-INTO-ID.
           WRITE MAINT-LOG-RECORD.
           IF MAINT-LOG-STATUS NOT = "00"
               ADD 1 TO LOG-WRITE-FAIL-COUNT
               DISPLAY "Warning: maintenance log write failed for "
                   MERGE-FROM-ID ", status " MAINT-LOG-STATUS
           END-IF.

      *    The session sequence a from-ID game takes under the
      *    to-ID: the one already chosen for it this merge, or else
      *    the first from its own upward that is free on both the
      *    history and audit files.
       7000-RESOLVE-NEW-SEQ.
           PERFORM 7070-FIND-RESEQ-ENTRY.
           IF RESEQ-FOUND-INDEX > 0
               MOVE RSQ-NEW-SEQ(RESEQ-FOUND-INDEX) TO NEW-SESSION-SEQ
           ELSE
               MOVE REF-SESSION-SEQ TO NEW-SESSION-SEQ
               PERFORM 7060-FIND-FREE-SEQ
           END-IF.

       7050-TEST-TARGET-KEY.
           MOVE 'N' TO TARGET-TAKEN-FLAG.
           MOVE MERGE-TO-ID TO HIST-OPERATOR-ID.
           MOVE REF-GAME-DATE TO HIST-GAME-DATE.
           MOVE REF-START-TIME TO HIST-START-TIME.
           MOVE NEW-SESSION-SEQ TO HIST-SESSION-SEQ.
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TARGET-KEY-TAKEN TO TRUE
           END-READ.
           IF NOT TARGET-KEY-TAKEN
               MOVE MERGE-TO-ID TO AUD-OPERATOR-ID
               MOVE REF-GAME-DATE TO AUD-GAME-DATE
               MOVE REF-START-TIME TO AUD-START-TIME
               MOVE NEW-SESSION-SEQ TO AUD-SESSION-SEQ
               MOVE 0 TO AUD-ATTEMPT-NO
               START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ AUDIT-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AUD-OPERATOR-ID = MERGE-TO-ID
                                   AND AUD-GAME-DATE = REF-GAME-DATE
                                   AND AUD-START-TIME = REF-START-TIME
                                   AND AUD-SESSION-SEQ
                                       = NEW-SESSION-SEQ
                                   SET TARGET-KEY-TAKEN TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF.

      *    Steps up from NEW-SESSION-SEQ to the first free key and
      *    remembers the move for the game's other records.
       7060-FIND-FREE-SEQ.
           PERFORM 7050-TEST-TARGET-KEY.
           PERFORM UNTIL NOT TARGET-KEY-TAKEN
               ADD 1 TO NEW-SESSION-SEQ
               PERFORM 7050-TEST-TARGET-KEY
           END-PERFORM.
           IF NEW-SESSION-SEQ NOT = REF-SESSION-SEQ
               PERFORM 7080-STORE-RESEQ-ENTRY
           END-IF.

       7070-FIND-RESEQ-ENTRY.
           MOVE 0 TO RESEQ-FOUND-INDEX.
           PERFORM VARYING RESEQ-INDEX FROM 1 BY 1
                   UNTIL RESEQ-INDEX > RESEQ-COUNT
                   OR RESEQ-FOUND-INDEX > 0
               IF RSQ-GAME-DATE(RESEQ-INDEX) = REF-GAME-DATE
                       AND RSQ-START-TIME(RESEQ-INDEX) = REF-START-TIME
                       AND RSQ-OLD-SEQ(RESEQ-INDEX) = REF-SESSION-SEQ
                   MOVE RESEQ-INDEX TO RESEQ-FOUND-INDEX
               END-IF
           END-PERFORM.

       7080-STORE-RESEQ-ENTRY.
           IF RESEQ-COUNT >= RESEQ-TABLE-MAX
               DISPLAY "Re-sequence table full at " RESEQ-TABLE-MAX
                   " entries - raise the table size and rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO RESEQ-COUNT.
           MOVE REF-GAME-DATE TO RSQ-GAME-DATE(RESEQ-COUNT).
           MOVE REF-START-TIME TO RSQ-START-TIME(RESEQ-COUNT).
           MOVE REF-SESSION-SEQ TO RSQ-OLD-SEQ(RESEQ-COUNT).
           MOVE NEW-SESSION-SEQ TO RSQ-NEW-SEQ(RESEQ-COUNT).

      *    Records that follow a game take its new sequence, or keep
      *    their own when the game was not re-sequenced.
       7090-MAPPED-SEQ.
           PERFORM 7070-FIND-RESEQ-ENTRY.
           IF RESEQ-FOUND-INDEX > 0
               MOVE RSQ-NEW-SEQ(RESEQ-FOUND-INDEX) TO NEW-SESSION-SEQ
           ELSE
               MOVE REF-SESSION-SEQ TO NEW-SESSION-SEQ
           END-IF.

       7100-OPEN-WORK-OUTPUT.
           OPEN OUTPUT WORK-FILE.
           IF WORK-STATUS NOT = "00"
               DISPLAY "Unable to open work file GAMEMRG.WRK, status "
                   WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       7200-OPEN-WORK-INPUT.
           OPEN INPUT WORK-FILE.
           IF WORK-STATUS NOT = "00"
               DISPLAY "Unable to reopen work file GAMEMRG.WRK, "
                   "status " WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WORK-EOF-FLAG.

       7300-WRITE-JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           IF JOURNAL-STATUS = "00"
               ADD 1 TO JOURNAL-WRITTEN-COUNT
           ELSE
               ADD 1 TO JOURNAL-FAIL-COUNT
               DISPLAY "Warning: journal write failed for "
                   MERGE-FROM-ID ", status " JOURNAL-STATUS
           END-IF.

       7400-NOTE-WRITE-FAILURE.
           ADD 1 TO MERGE-FAIL-COUNT.
           ADD 1 TO WRITE-FAIL-COUNT.
           DISPLAY "Warning: merge of " MERGE-FROM-ID " into "
               MERGE-TO-ID " could not move a record - see the "
               "merge report.".

      *    Every record copied out must have been written back.
       7450-PROVE-FLAT-FILE.
           IF FLAT-WRITTEN-COUNT NOT = FLAT-READ-COUNT
               ADD 1 TO MERGE-FAIL-COUNT
               ADD 1 TO WRITE-FAIL-COUNT
               DISPLAY "*** Flat file rewrite out of balance: "
                   FLAT-READ-COUNT " read, " FLAT-WRITTEN-COUNT
                   " written - restore it from GAMEMRG.WRK."
           END-IF.

       7500-WRITE-MERGE-COUNTS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE MERGE-FROM-ID TO MHL-FROM-ID.
           MOVE MERGE-TO-ID TO MHL-TO-ID.
           WRITE REPORT-LINE FROM MERGE-HEADER-LINE.
           MOVE "  GAMEHIST RECORDS MOVED" TO TOT-LABEL.
           MOVE HISTORY-MOVED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  GAMEAUDT RECORDS MOVED" TO TOT-LABEL.
           MOVE AUDIT-MOVED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  GAMES GIVEN A NEW SESSION SEQ" TO TOT-LABEL.
           MOVE RESEQ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  GAMEDISP CASES MOVED" TO TOT-LABEL.
           MOVE DISPUTE-MOVED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  GAMECHKP CHECKPOINTS MOVED" TO TOT-LABEL.
           MOVE CHECKPOINT-MOVED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  GAMEHCAP HANDICAPS MOVED" TO TOT-LABEL.
           MOVE HANDICAP-MOVED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  GAMEHCAP HANDICAPS DROPPED" TO TOT-LABEL.
           MOVE HANDICAP-DROPPED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  GAMETOUR RESULTS MOVED" TO TOT-LABEL.
           MOVE RESULT-MOVED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  GAMECANC CANCELLATIONS MOVED" TO TOT-LABEL.
           MOVE CANCEL-MOVED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  GAMETMST TOURNAMENTS UPDATED" TO TOT-LABEL.
           MOVE TOURNAMENT-MOVED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  RECORDS THAT FAILED TO MOVE" TO TOT-LABEL.
           MOVE MERGE-FAIL-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.

       8000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "MERGE TOTALS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TRANSACTIONS READ" TO TOT-LABEL.
           MOVE TRANS-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "MERGES APPLIED" TO TOT-LABEL.
           MOVE MERGES-APPLIED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "MERGES REFUSED" TO TOT-LABEL.
           MOVE MERGES-REFUSED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "RECORDS THAT FAILED TO MOVE" TO TOT-LABEL.
           MOVE WRITE-FAIL-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "JOURNAL IMAGES WRITTEN" TO TOT-LABEL.
           MOVE JOURNAL-WRITTEN-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "JOURNAL WRITE FAILURES" TO TOT-LABEL.
           MOVE JOURNAL-FAIL-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "LOG WRITE FAILURES" TO TOT-LABEL.
           MOVE LOG-WRITE-FAIL-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           WRITE REPORT-LINE FROM SPACES.
           EVALUATE TRUE
               WHEN WRITE-FAIL-COUNT > 0
                       OR JOURNAL-FAIL-COUNT > 0
                       OR LOG-WRITE-FAIL-COUNT > 0
                   MOVE "MERGE INCOMPLETE - SEE FAILURES ABOVE"
                       TO REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN MERGES-REFUSED-COUNT > 0
                   MOVE "MERGES APPLIED - SOME PAIRS REFUSED"
                       TO REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "ALL MERGES APPLIED CLEAN" TO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-LINE.

       9000-TERMINATE.
           IF DISPUTES-ARE-OPEN
               CLOSE DISPUTE-FILE
           END-IF.
           IF CHECKPOINTS-ARE-OPEN
               CLOSE CHECKPOINT-FILE
           END-IF.
           IF HANDICAPS-ARE-OPEN
               CLOSE HANDICAP-FILE
           END-IF.
           IF TOURN-MASTER-IS-OPEN
               CLOSE TOURN-MASTER-FILE
           END-IF.
           CLOSE OPERATOR-FILE.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE MAINT-LOG-FILE.
           CLOSE MERGE-TRANS-FILE.
           CLOSE REPORT-FILE.
