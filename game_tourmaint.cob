       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-TOURMAINT.
      *****************************************************************
      *  Console maintenance for the tournament master (GAMETMST).
      *  Creates a tournament - its ID, name, the number of rounds
      *  it is played over and the date each round is scheduled for
      *  - and registers or withdraws its entrants.  IDs are folded
      *  to upper case on entry, as on the operator master.
      *
      *  An entrant must be an active operator on the operator
      *  master (GAMEOPER) when registered.  Withdrawal leaves the
      *  entrant's slot marked withdrawn rather than removing it, so
      *  the rounds they did play stay explained.  A closed
      *  tournament takes no more registrations or withdrawals.
      *
      *  The driver refuses a tournament round unless it is the next
      *  round of a tournament on this master that is not closed,
      *  and refuses any entrant not registered on it.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMENSEL.
           COPY GAMEOSEL.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMENFD.
           COPY GAMEOFD.

       WORKING-STORAGE SECTION.
       01 TOURN-MASTER-STATUS          PIC XX.
       01 OPERATOR-STATUS              PIC XX.

       01 MAINT-ACTION                 PIC X.
           88 ACTION-CREATE                VALUE 'C'.
           88 ACTION-REGISTER              VALUE 'R'.
           88 ACTION-WITHDRAW              VALUE 'W'.
           88 ACTION-SHOW                  VALUE 'S'.
           88 ACTION-QUIT                  VALUE 'Q'.

       01 MAINT-DONE-FLAG              PIC X VALUE 'N'.
           88 MAINT-DONE                   VALUE 'Y'.
       01 RECORD-FOUND-FLAG            PIC X VALUE 'N'.
           88 RECORD-WAS-FOUND             VALUE 'Y'.
       01 SCHEDULE-VALID-FLAG          PIC X VALUE 'N'.
           88 SCHEDULE-IS-VALID            VALUE 'Y'.

       01 MAINT-USER-ID                PIC X(8) VALUE SPACES.
       01 MAINT-TOURN-ID               PIC X(8) VALUE SPACES.
       01 MAINT-TOURN-NAME             PIC X(30) VALUE SPACES.
       01 MAINT-OPERATOR-ID            PIC X(8) VALUE SPACES.
       01 MAINT-ROUNDS-INPUT           PIC X(3) VALUE SPACES.
       01 MAINT-ROUNDS                 PIC 9(3) VALUE ZERO.
       01 MAINT-DATE-INPUT             PIC X(8) VALUE SPACES.

      *    The schedule is collected here first and only moved to
      *    the record once every date has been accepted.
       01 ROUND-MAX                    PIC 9(3) VALUE 20.
       01 SCHEDULE-TABLE.
           05 SCHEDULE-DATE OCCURS 20 TIMES PIC 9(8).
       01 ROUND-INDEX                  PIC S9(4) COMP VALUE ZERO.

       01 ENTRANT-MAX                  PIC 9(3) VALUE 100.
       01 ENTRANT-INDEX                PIC S9(4) COMP VALUE ZERO.
       01 ENTRANT-FOUND-INDEX          PIC S9(4) COMP VALUE ZERO.

       01 ROUND-NO-DISPLAY             PIC Z9.
       01 COUNT-DISPLAY                PIC ZZ9.
       01 STATUS-TEXT                  PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-TOURN-MASTER.
           PERFORM 1100-OPEN-OPERATOR-FILE.
           PERFORM 1200-IDENTIFY-USER.
           PERFORM 2000-MAINTENANCE-LOOP UNTIL MAINT-DONE.
           CLOSE TOURN-MASTER-FILE.
           CLOSE OPERATOR-FILE.
           STOP RUN.

       1000-OPEN-TOURN-MASTER.
           OPEN I-O TOURN-MASTER-FILE.
           IF TOURN-MASTER-STATUS = "35"
               OPEN OUTPUT TOURN-MASTER-FILE
               CLOSE TOURN-MASTER-FILE
               OPEN I-O TOURN-MASTER-FILE
           END-IF.
           IF TOURN-MASTER-STATUS NOT = "00"
               DISPLAY "Unable to open tournament master, status "
                   TOURN-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    No operator master means no entrant can be checked, so
      *    the session stops rather than registering unknown IDs.
       1100-OPEN-OPERATOR-FILE.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to open operator master, status "
                   OPERATOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-IDENTIFY-USER.
           PERFORM WITH TEST AFTER UNTIL MAINT-USER-ID NOT = SPACES
               DISPLAY "Enter your user ID: "
               ACCEPT MAINT-USER-ID
               MOVE FUNCTION UPPER-CASE(MAINT-USER-ID)
                   TO MAINT-USER-ID
           END-PERFORM.

       2000-MAINTENANCE-LOOP.
           DISPLAY " ".
           DISPLAY "Tournament master maintenance".
           DISPLAY "  C - create tournament".
           DISPLAY "  R - register entrant".
           DISPLAY "  W - withdraw entrant".
           DISPLAY "  S - show tournament".
           DISPLAY "  Q - quit".
           DISPLAY "Enter action: ".
           ACCEPT MAINT-ACTION.
           MOVE FUNCTION UPPER-CASE(MAINT-ACTION) TO MAINT-ACTION.
           EVALUATE TRUE
               WHEN ACTION-CREATE
                   PERFORM 2100-CREATE-TOURNAMENT
               WHEN ACTION-REGISTER
                   PERFORM 2200-REGISTER-ENTRANT
               WHEN ACTION-WITHDRAW
                   PERFORM 2300-WITHDRAW-ENTRANT
               WHEN ACTION-SHOW
                   PERFORM 2400-SHOW-TOURNAMENT
               WHEN ACTION-QUIT
                   SET MAINT-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Invalid action - enter C, R, W, S or Q."
           END-EVALUATE.

       2100-CREATE-TOURNAMENT.
           PERFORM 2500-GET-TOURN-ID.
           IF MAINT-TOURN-ID = SPACES
               DISPLAY "No tournament ID entered - create cancelled."
           ELSE
               PERFORM 2600-READ-TOURNAMENT
               IF RECORD-WAS-FOUND
                   DISPLAY "Tournament " MAINT-TOURN-ID
                       " is already on the master."
               ELSE
                   PERFORM 2110-GET-TOURN-DETAILS
                   IF SCHEDULE-IS-VALID
                       PERFORM 2120-WRITE-NEW-TOURNAMENT
                   END-IF
               END-IF
           END-IF.

      *    Each round's date must be a YYYYMMDD date no earlier than
      *    the round before it; any bad answer cancels the create.
       2110-GET-TOURN-DETAILS.
           MOVE 'N' TO SCHEDULE-VALID-FLAG.
           DISPLAY "Enter tournament name: ".
           ACCEPT MAINT-TOURN-NAME.
           DISPLAY "Enter number of rounds (1-20): ".
           ACCEPT MAINT-ROUNDS-INPUT.
           MOVE 0 TO MAINT-ROUNDS.
           IF FUNCTION TRIM(MAINT-ROUNDS-INPUT) IS NUMERIC
               MOVE FUNCTION NUMVAL(MAINT-ROUNDS-INPUT) TO MAINT-ROUNDS
           END-IF.
           IF MAINT-ROUNDS < 1 OR MAINT-ROUNDS > ROUND-MAX
               DISPLAY "Rounds must be a number from 1 to 20 - "
                   "create cancelled."
           ELSE
               SET SCHEDULE-IS-VALID TO TRUE
               PERFORM 2115-GET-ONE-ROUND-DATE
                   VARYING ROUND-INDEX FROM 1 BY 1
                   UNTIL ROUND-INDEX > MAINT-ROUNDS
                   OR NOT SCHEDULE-IS-VALID
           END-IF.

       2115-GET-ONE-ROUND-DATE.
           MOVE ROUND-INDEX TO ROUND-NO-DISPLAY.
           DISPLAY "Enter scheduled date for round " ROUND-NO-DISPLAY
               " (YYYYMMDD): ".
           ACCEPT MAINT-DATE-INPUT.
           IF MAINT-DATE-INPUT IS NOT NUMERIC
               DISPLAY "Date must be numeric YYYYMMDD - create "
                   "cancelled."
               MOVE 'N' TO SCHEDULE-VALID-FLAG
           ELSE
               MOVE MAINT-DATE-INPUT TO SCHEDULE-DATE(ROUND-INDEX)
               IF ROUND-INDEX > 1
                   IF SCHEDULE-DATE(ROUND-INDEX)
                           < SCHEDULE-DATE(ROUND-INDEX - 1)
                       DISPLAY "Round " ROUND-NO-DISPLAY " cannot be "
                           "scheduled before the round before it - "
                           "create cancelled."
                       MOVE 'N' TO SCHEDULE-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

       2120-WRITE-NEW-TOURNAMENT.
           MOVE MAINT-TOURN-ID TO TMS-TOURN-ID.
           MOVE MAINT-TOURN-NAME TO TMS-TOURN-NAME.
           MOVE MAINT-ROUNDS TO TMS-TOTAL-ROUNDS.
           SET TMS-IS-OPEN TO TRUE.
           MOVE 0 TO TMS-LAST-ROUND.
           MOVE MAINT-USER-ID TO TMS-CREATED-BY.
           ACCEPT TMS-CREATED-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO TMS-CLOSED-DATE.
           MOVE SPACES TO TMS-CHAMPION-ID.
           PERFORM VARYING ROUND-INDEX FROM 1 BY 1
                   UNTIL ROUND-INDEX > ROUND-MAX
               IF ROUND-INDEX > MAINT-ROUNDS
                   MOVE 0 TO TMS-ROUND-SCHEDULED(ROUND-INDEX)
               ELSE
                   MOVE SCHEDULE-DATE(ROUND-INDEX)
                       TO TMS-ROUND-SCHEDULED(ROUND-INDEX)
               END-IF
               MOVE 0 TO TMS-ROUND-PLAYED-ON(ROUND-INDEX)
           END-PERFORM.
           MOVE 0 TO TMS-ENTRANT-COUNT.
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > ENTRANT-MAX
               MOVE SPACES TO TMS-ENTRANT-ID(ENTRANT-INDEX)
               MOVE SPACE TO TMS-ENTRANT-STATUS(ENTRANT-INDEX)
           END-PERFORM.
           WRITE TOURN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Create failed for " MAINT-TOURN-ID
                       ", status " TOURN-MASTER-STATUS
               NOT INVALID KEY
                   DISPLAY "Tournament " MAINT-TOURN-ID " created."
           END-WRITE.

       2200-REGISTER-ENTRANT.
           PERFORM 2500-GET-TOURN-ID.
           PERFORM 2600-READ-TOURNAMENT.
           IF NOT RECORD-WAS-FOUND
               DISPLAY "Tournament " MAINT-TOURN-ID
                   " is not on the master."
           ELSE
               IF TMS-IS-CLOSED
                   DISPLAY "Tournament " MAINT-TOURN-ID
                       " is closed - no more registrations."
               ELSE
                   PERFORM 2510-GET-OPERATOR-ID
                   PERFORM 2210-CHECK-AND-REGISTER
               END-IF
           END-IF.

       2210-CHECK-AND-REGISTER.
           PERFORM 2700-FIND-ENTRANT.
           MOVE MAINT-OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'N' TO OPR-ACTIVE-FLAG
           END-READ.
           EVALUATE TRUE
               WHEN NOT OPR-IS-ACTIVE
                   DISPLAY "Operator " MAINT-OPERATOR-ID
                       " is not an active operator."
               WHEN ENTRANT-FOUND-INDEX > 0
                   AND TMS-ENTRANT-IS-REGISTERED(ENTRANT-FOUND-INDEX)
                   DISPLAY "Operator " MAINT-OPERATOR-ID
                       " is already registered."
               WHEN ENTRANT-FOUND-INDEX = 0
                   AND TMS-ENTRANT-COUNT >= ENTRANT-MAX
                   DISPLAY "Tournament " MAINT-TOURN-ID " is full at "
                       ENTRANT-MAX " entrants."
               WHEN OTHER
                   IF ENTRANT-FOUND-INDEX = 0
                       ADD 1 TO TMS-ENTRANT-COUNT
                       MOVE TMS-ENTRANT-COUNT TO ENTRANT-FOUND-INDEX
                       MOVE MAINT-OPERATOR-ID
                           TO TMS-ENTRANT-ID(ENTRANT-FOUND-INDEX)
                   END-IF
                   SET TMS-ENTRANT-IS-REGISTERED(ENTRANT-FOUND-INDEX)
                       TO TRUE
                   REWRITE TOURN-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Register failed for "
                               MAINT-OPERATOR-ID ", status "
                               TOURN-MASTER-STATUS
                       NOT INVALID KEY
                           DISPLAY "Operator " MAINT-OPERATOR-ID
                               " registered for " MAINT-TOURN-ID "."
                   END-REWRITE
           END-EVALUATE.

       2300-WITHDRAW-ENTRANT.
           PERFORM 2500-GET-TOURN-ID.
           PERFORM 2600-READ-TOURNAMENT.
           IF NOT RECORD-WAS-FOUND
               DISPLAY "Tournament " MAINT-TOURN-ID
                   " is not on the master."
           ELSE
               IF TMS-IS-CLOSED
                   DISPLAY "Tournament " MAINT-TOURN-ID
                       " is closed - entrants cannot be withdrawn."
               ELSE
                   PERFORM 2510-GET-OPERATOR-ID
                   PERFORM 2310-WITHDRAW-ONE
               END-IF
           END-IF.

       2310-WITHDRAW-ONE.
           PERFORM 2700-FIND-ENTRANT.
           IF ENTRANT-FOUND-INDEX = 0
               DISPLAY "Operator " MAINT-OPERATOR-ID
                   " is not registered for " MAINT-TOURN-ID "."
           ELSE
               IF TMS-ENTRANT-IS-WITHDRAWN(ENTRANT-FOUND-INDEX)
                   DISPLAY "Operator " MAINT-OPERATOR-ID
                       " is already withdrawn."
               ELSE
                   SET TMS-ENTRANT-IS-WITHDRAWN(ENTRANT-FOUND-INDEX)
                       TO TRUE
                   REWRITE TOURN-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Withdraw failed for "
                               MAINT-OPERATOR-ID ", status "
                               TOURN-MASTER-STATUS
                       NOT INVALID KEY
                           DISPLAY "Operator " MAINT-OPERATOR-ID
                               " withdrawn from " MAINT-TOURN-ID "."
                   END-REWRITE
               END-IF
           END-IF.

       2400-SHOW-TOURNAMENT.
           PERFORM 2500-GET-TOURN-ID.
           PERFORM 2600-READ-TOURNAMENT.
           IF NOT RECORD-WAS-FOUND
               DISPLAY "Tournament " MAINT-TOURN-ID
                   " is not on the master."
           ELSE
               EVALUATE TRUE
                   WHEN TMS-IS-OPEN
                       MOVE "OPEN" TO STATUS-TEXT
                   WHEN TMS-IS-IN-PROGRESS
                       MOVE "IN PROGRESS" TO STATUS-TEXT
                   WHEN TMS-IS-CLOSED
                       MOVE "CLOSED" TO STATUS-TEXT
                   WHEN OTHER
                       MOVE TMS-STATUS TO STATUS-TEXT
               END-EVALUATE
               DISPLAY " "
               DISPLAY "Tournament " TMS-TOURN-ID "  " TMS-TOURN-NAME
               DISPLAY "Status " STATUS-TEXT ", created "
                   TMS-CREATED-DATE " by " TMS-CREATED-BY
               IF TMS-IS-CLOSED
                   DISPLAY "Closed " TMS-CLOSED-DATE ", champion "
                       TMS-CHAMPION-ID
               END-IF
               DISPLAY "Round  Scheduled  Played on"
               PERFORM 2410-SHOW-ONE-ROUND
                   VARYING ROUND-INDEX FROM 1 BY 1
                   UNTIL ROUND-INDEX > TMS-TOTAL-ROUNDS
                   OR ROUND-INDEX > ROUND-MAX
               MOVE TMS-ENTRANT-COUNT TO COUNT-DISPLAY
               DISPLAY "Entrants (" COUNT-DISPLAY "):"
               PERFORM 2420-SHOW-ONE-ENTRANT
                   VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > TMS-ENTRANT-COUNT
           END-IF.

       2410-SHOW-ONE-ROUND.
           MOVE ROUND-INDEX TO ROUND-NO-DISPLAY.
           IF TMS-ROUND-PLAYED-ON(ROUND-INDEX) = 0
               DISPLAY "   " ROUND-NO-DISPLAY "  "
                   TMS-ROUND-SCHEDULED(ROUND-INDEX) "   not played"
           ELSE
               DISPLAY "   " ROUND-NO-DISPLAY "  "
                   TMS-ROUND-SCHEDULED(ROUND-INDEX) "   "
                   TMS-ROUND-PLAYED-ON(ROUND-INDEX)
           END-IF.

       2420-SHOW-ONE-ENTRANT.
           IF TMS-ENTRANT-IS-WITHDRAWN(ENTRANT-INDEX)
               DISPLAY "  " TMS-ENTRANT-ID(ENTRANT-INDEX)
                   "  withdrawn"
           ELSE
               DISPLAY "  " TMS-ENTRANT-ID(ENTRANT-INDEX)
           END-IF.

       2500-GET-TOURN-ID.
           DISPLAY "Enter tournament ID: ".
           ACCEPT MAINT-TOURN-ID.
           MOVE FUNCTION UPPER-CASE(MAINT-TOURN-ID) TO MAINT-TOURN-ID.

       2510-GET-OPERATOR-ID.
           DISPLAY "Enter operator ID: ".
           ACCEPT MAINT-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(MAINT-OPERATOR-ID)
               TO MAINT-OPERATOR-ID.

       2600-READ-TOURNAMENT.
           MOVE 'N' TO RECORD-FOUND-FLAG.
           MOVE MAINT-TOURN-ID TO TMS-TOURN-ID.
           READ TOURN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RECORD-WAS-FOUND TO TRUE
           END-READ.

       2700-FIND-ENTRANT.
           MOVE 0 TO ENTRANT-FOUND-INDEX.
           PERFORM VARYING ENTRANT-INDEX FROM 1 BY 1
                   UNTIL ENTRANT-INDEX > TMS-ENTRANT-COUNT
                   OR ENTRANT-FOUND-INDEX > 0
               IF TMS-ENTRANT-ID(ENTRANT-INDEX) = MAINT-OPERATOR-ID
                   MOVE ENTRANT-INDEX TO ENTRANT-FOUND-INDEX
               END-IF
           END-PERFORM.
