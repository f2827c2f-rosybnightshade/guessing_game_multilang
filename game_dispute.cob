       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-DISPUTE.
      *****************************************************************
      *  Console maintenance for the game dispute file (GAMEDISP).
      *  GAME-REPLAY shows a supervisor that a game was bad and
      *  GAME-INTEG flags the suspicious ones; this is where the
      *  finding is acted on.  A case is opened against one history
      *  record - the operator and game date are entered and the
      *  day's games are listed to pick from, as on the replay - and
      *  later ruled on: voided (left out of every ranking), upheld
      *  (the result stands) or adjusted (counted with corrected
      *  attempts).  Each ruling records who made it, when, and
      *  why; a case can be ruled again, the new ruling replacing
      *  the old.
      *
      *  The bulk load reads the suspect-games file GAME-INTEG
      *  writes (GAMESUSG.DAT) and opens a case for every flagged
      *  game that has none yet, with the integrity finding as its
      *  reason.  Rerunning the load after another integrity run
      *  only adds the new suspects.
      *
      *  The history record is never touched, so GAME-RECON goes on
      *  balancing history against the audit trail with every game
      *  included.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEVSEL.
           COPY GAMEHSEL.
           COPY GAMEUSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEVFD.
           COPY GAMEHFD.
           COPY GAMEUFD.

       WORKING-STORAGE SECTION.
       01 DISPUTE-STATUS               PIC XX.
       01 HISTORY-STATUS               PIC XX.
       01 SUSPECT-GAME-STATUS          PIC XX.

       01 CASE-ACTION                  PIC X.
           88 ACTION-OPEN                  VALUE 'O'.
           88 ACTION-RULE                  VALUE 'R'.
           88 ACTION-SHOW                  VALUE 'S'.
           88 ACTION-LOAD                  VALUE 'L'.
           88 ACTION-QUIT                  VALUE 'Q'.

       01 DISPUTE-DONE-FLAG            PIC X VALUE 'N'.
           88 DISPUTE-DONE                 VALUE 'Y'.
       01 CASE-FOUND-FLAG              PIC X VALUE 'N'.
           88 CASE-WAS-FOUND               VALUE 'Y'.
       01 HISTORY-FOUND-FLAG           PIC X VALUE 'N'.
           88 HISTORY-WAS-FOUND            VALUE 'Y'.
       01 GAME-CHOSEN-FLAG             PIC X VALUE 'N'.
           88 GAME-WAS-CHOSEN              VALUE 'Y'.
       01 HISTORY-BROWSE-FLAG          PIC X VALUE 'N'.
           88 HISTORY-BROWSE-ENDED         VALUE 'Y'.
       01 SUSPECT-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-SUSPECTS             VALUE 'Y'.

       01 CASE-USER-ID                 PIC X(8) VALUE SPACES.
       01 ASK-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01 ASK-GAME-DATE-INPUT          PIC X(8) VALUE SPACES.
       01 ASK-GAME-DATE                PIC 9(8) VALUE ZERO.
       01 ASK-GAME-NO-INPUT            PIC X(2) VALUE SPACES.
       01 ASK-GAME-NO                  PIC 9(2) VALUE ZERO.
       01 ASK-DISPOSITION              PIC X VALUE SPACE.
           88 ASK-IS-VOID                  VALUE 'V'.
           88 ASK-IS-UPHOLD                VALUE 'U'.
           88 ASK-IS-ADJUST                VALUE 'A'.
       01 ASK-ADJUSTED-INPUT           PIC X(4) VALUE SPACES.
       01 ASK-ADJUSTED-ATTEMPTS        PIC 9(4) VALUE ZERO.
       01 ASK-REASON                   PIC X(40) VALUE SPACES.

      *    The chosen game's key, kept apart from the record areas
      *    the lookups overwrite.
       01 CHOSEN-KEY.
           05 CSN-OPERATOR-ID          PIC X(8).
           05 CSN-GAME-DATE            PIC 9(8).
           05 CSN-START-TIME           PIC 9(8).
           05 CSN-SESSION-SEQ          PIC 9(6).

      *    The games listed for the operator and day, numbered for
      *    the supervisor to pick from.
       01 DAY-GAME-MAX                 PIC S9(4) COMP VALUE 50.
       01 DAY-GAME-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 DAY-GAME-TABLE.
           05 DAY-GAME-ENTRY OCCURS 50 TIMES.
               10 DGT-KEY              PIC X(30).
               10 DGT-START-TIME       PIC 9(8).
               10 DGT-SESSION-SEQ      PIC 9(6).
               10 DGT-TARGET           PIC 9(5).
               10 DGT-ATTEMPTS         PIC 9(4).
               10 DGT-CASE-TEXT        PIC X(14).
       01 DAY-GAME-INDEX               PIC S9(4) COMP VALUE ZERO.

       01 CASE-TEXT                    PIC X(14) VALUE SPACES.
       01 GAME-NO-DISPLAY              PIC Z9.
       01 ATTEMPTS-DISPLAY             PIC Z(3)9.
       01 TARGET-DISPLAY               PIC Z(4)9.

       01 SUSPECTS-READ-COUNT          PIC 9(7) VALUE ZERO.
       01 CASES-LOADED-COUNT           PIC 9(7) VALUE ZERO.
       01 ALREADY-OPEN-COUNT           PIC 9(7) VALUE ZERO.
       01 NOT-ON-HISTORY-COUNT         PIC 9(7) VALUE ZERO.
       01 LOAD-FAIL-COUNT              PIC 9(7) VALUE ZERO.

       01 RULE-TIME-FIELDS.
           05 RTF-HOUR                 PIC 99.
           05 RTF-MIN                  PIC 99.
           05 RTF-SEC                  PIC 99.
           05 RTF-HUND                 PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES.
           PERFORM 1200-IDENTIFY-USER.
           PERFORM 2000-DISPUTE-LOOP UNTIL DISPUTE-DONE.
           CLOSE DISPUTE-FILE.
           CLOSE HISTORY-FILE.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O DISPUTE-FILE.
           IF DISPUTE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.
           IF DISPUTE-STATUS NOT = "00"
               DISPLAY "Unable to open dispute file, status "
                   DISPUTE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open history file, status "
                   HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Re-prompts until an ID is given: an unattributed ruling
      *    would defeat the file's purpose.
       1200-IDENTIFY-USER.
           PERFORM WITH TEST AFTER UNTIL CASE-USER-ID NOT = SPACES
               DISPLAY "Enter your user ID: "
               ACCEPT CASE-USER-ID
               MOVE FUNCTION UPPER-CASE(CASE-USER-ID)
                   TO CASE-USER-ID
           END-PERFORM.

       2000-DISPUTE-LOOP.
           DISPLAY " ".
           DISPLAY "Game dispute maintenance".
           DISPLAY "  O - open a case".
           DISPLAY "  R - rule on a case".
           DISPLAY "  S - show a case".
           DISPLAY "  L - load GAME-INTEG suspects as open cases".
           DISPLAY "  Q - quit".
           DISPLAY "Enter action: ".
           ACCEPT CASE-ACTION.
           MOVE FUNCTION UPPER-CASE(CASE-ACTION) TO CASE-ACTION.
           EVALUATE TRUE
               WHEN ACTION-OPEN
                   PERFORM 2100-OPEN-CASE
               WHEN ACTION-RULE
                   PERFORM 2200-RULE-CASE
               WHEN ACTION-SHOW
                   PERFORM 2300-SHOW-CASE
               WHEN ACTION-LOAD
                   PERFORM 2400-LOAD-SUSPECTS
               WHEN ACTION-QUIT
                   SET DISPUTE-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid action - enter O, R, S, L or Q."
           END-EVALUATE.

       2100-OPEN-CASE.
           PERFORM 2500-CHOOSE-GAME.
           IF GAME-WAS-CHOSEN
               PERFORM 2700-READ-CASE
               IF CASE-WAS-FOUND
                   DISPLAY "That game already has a case - use R to "
                       "rule on it."
               ELSE
                   DISPLAY "Enter reason for the dispute: "
                   ACCEPT ASK-REASON
                   IF ASK-REASON = SPACES
                       DISPLAY "No reason entered - case not opened."
                   ELSE
                       PERFORM 2750-READ-HISTORY
                       PERFORM 2800-BUILD-NEW-CASE
                       SET DSP-FROM-CONSOLE TO TRUE
                       MOVE ASK-REASON TO DSP-OPEN-REASON
                       WRITE DISPUTE-RECORD
                           INVALID KEY
                               DISPLAY "Open failed, status "
                                   DISPUTE-STATUS
                           NOT INVALID KEY
                               DISPLAY "Case opened."
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

      *    A ruling needs a disposition, corrected attempts when the
      *    game is adjusted, and a reason; a bad answer to any of
      *    them leaves the case as it was.
       2200-RULE-CASE.
           PERFORM 2500-CHOOSE-GAME.
           IF GAME-WAS-CHOSEN
               PERFORM 2700-READ-CASE
               IF NOT CASE-WAS-FOUND
                   DISPLAY "No case for that game - use O to open "
                       "one first."
               ELSE
                   PERFORM 2600-DISPLAY-CASE
                   PERFORM 2210-GET-RULING
               END-IF
           END-IF.

       2210-GET-RULING.
           DISPLAY "Enter ruling (V=void, U=uphold, A=adjust): ".
           ACCEPT ASK-DISPOSITION.
           MOVE FUNCTION UPPER-CASE(ASK-DISPOSITION)
               TO ASK-DISPOSITION.
           MOVE 0 TO ASK-ADJUSTED-ATTEMPTS.
           IF ASK-IS-ADJUST
               DISPLAY "Enter corrected attempts: "
               ACCEPT ASK-ADJUSTED-INPUT
               IF FUNCTION TRIM(ASK-ADJUSTED-INPUT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(ASK-ADJUSTED-INPUT)
                       TO ASK-ADJUSTED-ATTEMPTS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN NOT ASK-IS-VOID AND NOT ASK-IS-UPHOLD
                       AND NOT ASK-IS-ADJUST
                   DISPLAY "Invalid ruling - case unchanged."
               WHEN ASK-IS-ADJUST AND ASK-ADJUSTED-ATTEMPTS = 0
                   DISPLAY "Corrected attempts must be a number from "
                       "1 to 9999 - case unchanged."
               WHEN OTHER
                   DISPLAY "Enter reason for the ruling: "
                   ACCEPT ASK-REASON
                   IF ASK-REASON = SPACES
                       DISPLAY "No reason entered - case unchanged."
                   ELSE
                       PERFORM 2220-APPLY-RULING
                   END-IF
           END-EVALUATE.

       2220-APPLY-RULING.
           SET DSP-CASE-IS-RULED TO TRUE.
           MOVE ASK-DISPOSITION TO DSP-DISPOSITION.
           MOVE ASK-ADJUSTED-ATTEMPTS TO DSP-ADJUSTED-ATTEMPTS.
           MOVE CASE-USER-ID TO DSP-RULED-BY.
           ACCEPT DSP-RULED-DATE FROM DATE YYYYMMDD.
           ACCEPT RULE-TIME-FIELDS FROM TIME.
           COMPUTE DSP-RULED-TIME = RTF-HOUR * 1000000
                   + RTF-MIN * 10000 + RTF-SEC * 100 + RTF-HUND.
           MOVE ASK-REASON TO DSP-RULING-REASON.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Ruling failed, status " DISPUTE-STATUS
               NOT INVALID KEY
                   DISPLAY "Ruling recorded."
           END-REWRITE.

       2300-SHOW-CASE.
           PERFORM 2500-CHOOSE-GAME.
           IF GAME-WAS-CHOSEN
               PERFORM 2700-READ-CASE
               IF CASE-WAS-FOUND
                   PERFORM 2600-DISPLAY-CASE
               ELSE
                   DISPLAY "No case for that game."
               END-IF
           END-IF.

      *    A suspect already on the dispute file - open or ruled -
      *    is left as it is; one whose game has since left the
      *    history file (archived) is skipped.
       2400-LOAD-SUSPECTS.
           MOVE 0 TO SUSPECTS-READ-COUNT.
           MOVE 0 TO CASES-LOADED-COUNT.
           MOVE 0 TO ALREADY-OPEN-COUNT.
           MOVE 0 TO NOT-ON-HISTORY-COUNT.
           MOVE 0 TO LOAD-FAIL-COUNT.
           OPEN INPUT SUSPECT-GAME-FILE.
           IF SUSPECT-GAME-STATUS NOT = "00"
               DISPLAY "No suspect-games file GAMESUSG.DAT (status "
                   SUSPECT-GAME-STATUS ") - run GAME-INTEG first."
           ELSE
               MOVE 'N' TO SUSPECT-EOF-FLAG
               PERFORM 2410-LOAD-ONE-SUSPECT UNTIL NO-MORE-SUSPECTS
               CLOSE SUSPECT-GAME-FILE
               DISPLAY "Suspects read:          " SUSPECTS-READ-COUNT
               DISPLAY "Cases opened:           " CASES-LOADED-COUNT
               DISPLAY "Already on dispute file: " ALREADY-OPEN-COUNT
               DISPLAY "Not on history file:    " NOT-ON-HISTORY-COUNT
               DISPLAY "Write failures:         " LOAD-FAIL-COUNT
           END-IF.

       2410-LOAD-ONE-SUSPECT.
           READ SUSPECT-GAME-FILE
               AT END
                   SET NO-MORE-SUSPECTS TO TRUE
               NOT AT END
                   ADD 1 TO SUSPECTS-READ-COUNT
                   MOVE SUG-KEY TO CHOSEN-KEY
                   PERFORM 2700-READ-CASE
                   IF CASE-WAS-FOUND
                       ADD 1 TO ALREADY-OPEN-COUNT
                   ELSE
                       PERFORM 2750-READ-HISTORY
                       IF NOT HISTORY-WAS-FOUND
                           ADD 1 TO NOT-ON-HISTORY-COUNT
                       ELSE
                           PERFORM 2420-WRITE-SUSPECT-CASE
                       END-IF
                   END-IF
           END-READ.

       2420-WRITE-SUSPECT-CASE.
           PERFORM 2800-BUILD-NEW-CASE.
           SET DSP-FROM-INTEGRITY TO TRUE.
           MOVE SUG-REASON TO DSP-OPEN-REASON.
           WRITE DISPUTE-RECORD
               INVALID KEY
                   ADD 1 TO LOAD-FAIL-COUNT
               NOT INVALID KEY
                   ADD 1 TO CASES-LOADED-COUNT
           END-WRITE.

      *    Lists the operator's games for the day, as GAME-REPLAY
      *    walks them, each with its case standing, and takes the
      *    supervisor's pick.
       2500-CHOOSE-GAME.
           MOVE 'N' TO GAME-CHOSEN-FLAG.
           DISPLAY "Enter operator ID: ".
           ACCEPT ASK-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(ASK-OPERATOR-ID)
               TO ASK-OPERATOR-ID.
           DISPLAY "Enter game date (YYYYMMDD): ".
           ACCEPT ASK-GAME-DATE-INPUT.
           IF ASK-GAME-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Game date must be numeric YYYYMMDD."
           ELSE
               MOVE ASK-GAME-DATE-INPUT TO ASK-GAME-DATE
               PERFORM 2510-LIST-DAYS-GAMES
               IF DAY-GAME-COUNT = 0
                   DISPLAY "No completed games for " ASK-OPERATOR-ID
                       " on " ASK-GAME-DATE "."
               ELSE
                   PERFORM 2530-TAKE-PICK
               END-IF
           END-IF.

       2510-LIST-DAYS-GAMES.
           MOVE 0 TO DAY-GAME-COUNT.
           MOVE 'N' TO HISTORY-BROWSE-FLAG.
           MOVE ASK-OPERATOR-ID TO HIST-OPERATOR-ID.
           MOVE ASK-GAME-DATE TO HIST-GAME-DATE.
           MOVE 0 TO HIST-START-TIME.
           MOVE 0 TO HIST-SESSION-SEQ.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HISTORY-BROWSE-ENDED TO TRUE
           END-START.
           PERFORM 2520-LIST-ONE-GAME UNTIL HISTORY-BROWSE-ENDED.
           IF DAY-GAME-COUNT > 0
               DISPLAY " No  Started   Session  Target  Attempts  "
                   "Case"
               PERFORM VARYING DAY-GAME-INDEX FROM 1 BY 1
                       UNTIL DAY-GAME-INDEX > DAY-GAME-COUNT
                   MOVE DAY-GAME-INDEX TO GAME-NO-DISPLAY
                   MOVE DGT-TARGET(DAY-GAME-INDEX) TO TARGET-DISPLAY
                   MOVE DGT-ATTEMPTS(DAY-GAME-INDEX)
                       TO ATTEMPTS-DISPLAY
                   DISPLAY " " GAME-NO-DISPLAY "  "
                       DGT-START-TIME(DAY-GAME-INDEX) "  "
                       DGT-SESSION-SEQ(DAY-GAME-INDEX) "   "
                       TARGET-DISPLAY "      " ATTEMPTS-DISPLAY
                       "  " DGT-CASE-TEXT(DAY-GAME-INDEX)
               END-PERFORM
           END-IF.

       2520-LIST-ONE-GAME.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-BROWSE-ENDED TO TRUE
           END-READ.
           IF NOT HISTORY-BROWSE-ENDED
               IF HIST-OPERATOR-ID = ASK-OPERATOR-ID
                       AND HIST-GAME-DATE = ASK-GAME-DATE
                       AND DAY-GAME-COUNT < DAY-GAME-MAX
                   ADD 1 TO DAY-GAME-COUNT
                   MOVE HIST-KEY TO DGT-KEY(DAY-GAME-COUNT)
                   MOVE HIST-START-TIME
                       TO DGT-START-TIME(DAY-GAME-COUNT)
                   MOVE HIST-SESSION-SEQ
                       TO DGT-SESSION-SEQ(DAY-GAME-COUNT)
                   MOVE HIST-RANDOM-NUM TO DGT-TARGET(DAY-GAME-COUNT)
                   MOVE HIST-ATTEMPTS TO DGT-ATTEMPTS(DAY-GAME-COUNT)
                   MOVE HIST-KEY TO CHOSEN-KEY
                   PERFORM 2700-READ-CASE
                   PERFORM 2650-DESCRIBE-CASE
                   MOVE CASE-TEXT TO DGT-CASE-TEXT(DAY-GAME-COUNT)
               ELSE
                   SET HISTORY-BROWSE-ENDED TO TRUE
               END-IF
           END-IF.

       2530-TAKE-PICK.
           DISPLAY "Enter game number: ".
           ACCEPT ASK-GAME-NO-INPUT.
           IF FUNCTION TRIM(ASK-GAME-NO-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(ASK-GAME-NO-INPUT) TO ASK-GAME-NO
           ELSE
               MOVE 0 TO ASK-GAME-NO
           END-IF.
           IF ASK-GAME-NO < 1 OR ASK-GAME-NO > DAY-GAME-COUNT
               DISPLAY "No such game number."
           ELSE
               MOVE DGT-KEY(ASK-GAME-NO) TO CHOSEN-KEY
               SET GAME-WAS-CHOSEN TO TRUE
           END-IF.

       2600-DISPLAY-CASE.
           PERFORM 2650-DESCRIBE-CASE.
           MOVE DSP-ORIGINAL-ATTEMPTS TO ATTEMPTS-DISPLAY.
           MOVE DSP-TARGET TO TARGET-DISPLAY.
           DISPLAY " ".
           DISPLAY "Case for " DSP-OPERATOR-ID " on " DSP-GAME-DATE
               " started " DSP-START-TIME " session "
               DSP-SESSION-SEQ.
           DISPLAY "Target " TARGET-DISPLAY ", played in "
               ATTEMPTS-DISPLAY " attempts.".
           DISPLAY "Opened " DSP-OPENED-DATE " by " DSP-OPENED-BY
               ": " DSP-OPEN-REASON.
           IF DSP-CASE-IS-RULED
               DISPLAY "Ruling: " CASE-TEXT " on " DSP-RULED-DATE
                   " by " DSP-RULED-BY
               DISPLAY "Reason: " DSP-RULING-REASON
           ELSE
               DISPLAY "Not yet ruled on."
           END-IF.

       2650-DESCRIBE-CASE.
           MOVE SPACES TO CASE-TEXT.
           EVALUATE TRUE
               WHEN NOT CASE-WAS-FOUND
                   CONTINUE
               WHEN DSP-CASE-IS-OPEN
                   MOVE "OPEN" TO CASE-TEXT
               WHEN DSP-IS-VOIDED
                   MOVE "VOIDED" TO CASE-TEXT
               WHEN DSP-IS-UPHELD
                   MOVE "UPHELD" TO CASE-TEXT
               WHEN DSP-IS-ADJUSTED
                   MOVE DSP-ADJUSTED-ATTEMPTS TO ATTEMPTS-DISPLAY
                   STRING "ADJUSTED " ATTEMPTS-DISPLAY
                       DELIMITED BY SIZE INTO CASE-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2700-READ-CASE.
           MOVE 'N' TO CASE-FOUND-FLAG.
           MOVE CHOSEN-KEY TO DSP-KEY.
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CASE-WAS-FOUND TO TRUE
           END-READ.

       2750-READ-HISTORY.
           MOVE 'N' TO HISTORY-FOUND-FLAG.
           MOVE CHOSEN-KEY TO HIST-KEY.
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HISTORY-WAS-FOUND TO TRUE
           END-READ.

      *    A new case starts open, copying the target, seed and
      *    attempts from the history record just read.
       2800-BUILD-NEW-CASE.
           MOVE CHOSEN-KEY TO DSP-KEY.
           SET DSP-CASE-IS-OPEN TO TRUE.
           MOVE SPACE TO DSP-DISPOSITION.
           MOVE 0 TO DSP-ADJUSTED-ATTEMPTS.
           MOVE HIST-ATTEMPTS TO DSP-ORIGINAL-ATTEMPTS.
           MOVE HIST-RANDOM-NUM TO DSP-TARGET.
           MOVE HIST-SEED-USED TO DSP-SEED-USED.
           MOVE CASE-USER-ID TO DSP-OPENED-BY.
           ACCEPT DSP-OPENED-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO DSP-RULED-BY.
           MOVE 0 TO DSP-RULED-DATE.
           MOVE 0 TO DSP-RULED-TIME.
           MOVE SPACES TO DSP-RULING-REASON.
