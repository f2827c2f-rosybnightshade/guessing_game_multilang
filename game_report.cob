      *  Leaderboard report over the player history file.  Sorts the
      *  completed-game history into day groups, best (fewest
      *  attempts, then fastest elapsed time) to worst, for the shop
      *  floor supervisor to post.  Games are ranked only against
      *  games played on the same guessing range: each day prints
      *  one group per range, headed with the range.
      *
      *  A second pass adds the handicapped leaderboard: each game's
      *  attempts are adjusted by the operator's current handicap
      *  on that game's range from the keyed handicap file
      *  (GAMEHCAP, recomputed monthly by GAME-HANDICAP) and ranked
      *  separately, adjusted attempts
      *  alongside raw.  An operator with no rating - history too
      *  thin, or not on the file - ranks on raw attempts and is
      *  marked U for unhandicapped; with no handicap file at all
      *  a from/to range of game dates - one day for the daily
      *  posting, a month for the monthly one - and both passes
      *  START at the range on the history file's date alternate key
      *  instead of scanning everything ever played.  A card with
      *  both dates blank reports the current business date from
      *  the GAMEBDAT control record.  No card keeps the old
      *  whole-file behaviour.
      *
      *  The same card can name a site and ask for a site break.
      *  A site code limits both leaderboards to the games played
      *  at that site (HOME for the central shop's own games, a
      *  branch code for games loaded by GAME-SITELOAD); blank
      *  takes every site.  A Y in the break column ranks each
      *  site's games separately within the day and range, the
      *  site named on each group's heading.  Every detail line
      *  shows the site the game was played at.
      *
      *  Both passes honour the rulings on the dispute file
      *  (GAMEDISP, kept by GAME-DISPUTE): a voided game is left off
      *  the leaderboards and an adjusted one is ranked on its
      *  corrected attempts.  Open and upheld cases rank as played.
      *  The report ends with the count of games voided and
      *  adjusted in the period.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEPSEL.
           COPY GAMEDSEL.
           COPY GAMEVSEL.

           SELECT REPORT-PARM-FILE ASSIGN TO "GAMEREPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEPFD.
           COPY GAMEDFD.
           COPY GAMEVFD.

      *    One sort record shape serves both passes: the raw pass
      *    sorts on SRT-ATTEMPTS, the handicapped pass refills the
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-GAME-DATE            PIC 9(8).
           05 SRT-BREAK-SITE           PIC X(4).
           05 SRT-LOW-VAL              PIC 9(5).
           05 SRT-HIGH-VAL             PIC 9(5).
           05 SRT-OPERATOR-ID          PIC X(8).
           05 SRT-START-TIME           PIC 9(8).
           05 SRT-RANDOM-NUM           PIC 9(5).
           05 SRT-ELAPSED-SECONDS      PIC 9(6)V99.
           05 SRT-ADJ-ATTEMPTS         PIC 9(4)V99.
           05 SRT-HANDICAP-FLAG        PIC X.
           05 SRT-SITE-CODE            PIC X(4).

       FD  REPORT-PARM-FILE.
       01 REPORT-PARM-RECORD.
           05 RPARM-FROM-DATE          PIC X(8).
           05 RPARM-TO-DATE            PIC X(8).
           05 RPARM-SITE-CODE          PIC X(4).
           05 RPARM-SITE-BREAK         PIC X.

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).
       01 HISTORY-STATUS               PIC XX.
       01 HANDICAP-STATUS              PIC XX.
       01 REPORT-PARM-STATUS           PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 REPORT-STATUS                PIC XX.
       01 DISPUTE-STATUS               PIC XX.

       01 PERIOD-FROM-DATE             PIC 9(8) VALUE ZERO.
       01 PERIOD-TO-DATE               PIC 9(8) VALUE 99999999.
           88 HANDICAPS-ARE-OPEN           VALUE 'Y'.
       01 CACHE-VALID-FLAG             PIC X VALUE 'N'.
           88 CACHE-IS-VALID               VALUE 'Y'.
       01 DISPUTES-OPEN-FLAG           PIC X VALUE 'N'.
           88 DISPUTES-ARE-OPEN            VALUE 'Y'.
       01 GAME-VOIDED-FLAG             PIC X VALUE 'N'.
           88 GAME-IS-VOIDED               VALUE 'Y'.
       01 GAME-ADJUSTED-FLAG           PIC X VALUE 'N'.
           88 GAME-IS-ADJUSTED             VALUE 'Y'.
       01 EFFECTIVE-ATTEMPTS           PIC 9(4) VALUE ZERO.
       01 VOIDED-GAME-COUNT            PIC 9(7) VALUE ZERO.
       01 ADJUSTED-GAME-COUNT          PIC 9(7) VALUE ZERO.
       01 PREVIOUS-GAME-DATE           PIC 9(8) VALUE ZERO.
       01 PREVIOUS-BREAK-SITE          PIC X(4) VALUE SPACES.
       01 PREVIOUS-LOW-VAL             PIC 9(5) VALUE ZERO.
       01 PREVIOUS-HIGH-VAL            PIC 9(5) VALUE ZERO.
       01 DAY-RANK                     PIC 9(4) VALUE ZERO.

      *    Site selection from the card.  The central shop's games
      *    carry spaces on the history file and are asked for, and
      *    printed, as HOME.
       01 CENTRAL-SITE-NAME            PIC X(4) VALUE "HOME".
       01 SITE-FILTER-FLAG             PIC X VALUE 'N'.
           88 SITE-FILTER-IS-ON            VALUE 'Y'.
       01 SITE-FILTER-CODE             PIC X(4) VALUE SPACES.
       01 SITE-BREAK-FLAG              PIC X VALUE 'N'.
           88 BREAK-BY-SITE                VALUE 'Y'.
       01 SITE-SELECTED-FLAG           PIC X VALUE 'Y'.
           88 SITE-IS-SELECTED             VALUE 'Y'.
       01 GAME-SITE-NAME               PIC X(4) VALUE SPACES.

      *    The last handicap lookup: the history file arrives
      *    operator-major, so one keyed read usually serves a whole
      *    run of records on the same range.
       01 CACHED-HANDICAP-KEY.
           05 CHC-OPERATOR-ID          PIC X(8) VALUE SPACES.
           05 CHC-LOW-VAL              PIC 9(5) VALUE ZERO.
           05 CHC-HIGH-VAL             PIC 9(5) VALUE ZERO.
       01 CACHED-HANDICAP              PIC S9(3)V99 VALUE ZERO.
       01 CACHED-HANDICAP-FLAG         PIC X VALUE 'U'.
       01 ADJUSTED-WORK                PIC S9(5)V99 VALUE ZERO.
           05 DL-ELAPSED                PIC ZZZZZ9.99.
           05 FILLER4                  PIC X(3) VALUE SPACES.
           05 DL-RANDOM-NUM             PIC ZZZZ9.
           05 FILLER16                 PIC X(3) VALUE SPACES.
           05 DL-SITE-CODE             PIC X(4).

       01 HEADER-LINE.
           05 FILLER5                  PIC X(17) VALUE
               "Leaderboard for  ".
           05 HDR-GAME-DATE             PIC 9(8).
           05 FILLER12                 PIC X(9) VALUE "  range  ".
           05 HDR-LOW-VAL              PIC ZZZZ9.
           05 FILLER13                 PIC X(3) VALUE " - ".
           05 HDR-HIGH-VAL             PIC ZZZZ9.
           05 HDR-SITE-LABEL           PIC X(8) VALUE SPACES.
           05 HDR-SITE-CODE            PIC X(4) VALUE SPACES.

       01 COLUMN-LINE                  PIC X(80) VALUE
           "Rank   Operator   Attempts   Elapsed(s)   Target   Site".

       01 HANDICAP-DETAIL-LINE.
           05 HDL-RANK                 PIC ZZZ9.
           05 HDL-HANDICAP-FLAG        PIC X.
           05 FILLER10                 PIC X(4) VALUE SPACES.
           05 HDL-ELAPSED              PIC ZZZZZ9.99.
           05 FILLER17                 PIC X(3) VALUE SPACES.
           05 HDL-SITE-CODE            PIC X(4).

       01 HANDICAP-HEADER-LINE.
           05 FILLER11                 PIC X(29) VALUE
               "Handicapped leaderboard for  ".
           05 HHL-GAME-DATE            PIC 9(8).
           05 FILLER14                 PIC X(9) VALUE "  range  ".
           05 HHL-LOW-VAL              PIC ZZZZ9.
           05 FILLER15                 PIC X(3) VALUE " - ".
           05 HHL-HIGH-VAL             PIC ZZZZ9.
           05 HHL-SITE-LABEL           PIC X(8) VALUE SPACES.
           05 HHL-SITE-CODE            PIC X(4) VALUE SPACES.

       01 HANDICAP-COLUMN-LINE.
           05 FILLER18                 PIC X(44) VALUE
               "Rank   Operator   Adj att      Raw    U    ".
           05 FILLER19                 PIC X(36) VALUE
               "Elapsed(s)   Site".

       01 TOTAL-LINE.
           05 TOT-LABEL                PIC X(34).
           05 TOT-VALUE                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
                   REPORT-STATUS
               STOP RUN
           END-IF.
           PERFORM 5000-OPEN-DISPUTE-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-GAME-DATE
               ON ASCENDING KEY SRT-BREAK-SITE
               ON ASCENDING KEY SRT-LOW-VAL
               ON ASCENDING KEY SRT-HIGH-VAL
               ON ASCENDING KEY SRT-ATTEMPTS
               ON ASCENDING KEY SRT-ELAPSED-SECONDS
               INPUT PROCEDURE IS 1000-LOAD-SORT-FILE
           MOVE 'N' TO HISTORY-EOF-FLAG.
           MOVE 'N' TO SORT-EOF-FLAG.
           MOVE 0 TO PREVIOUS-GAME-DATE.
           MOVE SPACES TO PREVIOUS-BREAK-SITE.
           MOVE 0 TO PREVIOUS-LOW-VAL.
           MOVE 0 TO PREVIOUS-HIGH-VAL.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-GAME-DATE
               ON ASCENDING KEY SRT-BREAK-SITE
               ON ASCENDING KEY SRT-LOW-VAL
               ON ASCENDING KEY SRT-HIGH-VAL
               ON ASCENDING KEY SRT-ADJ-ATTEMPTS
               ON ASCENDING KEY SRT-ELAPSED-SECONDS
               INPUT PROCEDURE IS 3100-LOAD-HANDICAPPED-SORT
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
                       CONTINUE
                   NOT AT END
                       IF RPARM-FROM-DATE = SPACES
                               AND RPARM-TO-DATE = SPACES
                           PERFORM 0150-LOAD-BUSINESS-DATE
                       END-IF
                       IF RPARM-FROM-DATE IS NUMERIC
                               AND RPARM-TO-DATE IS NUMERIC
                           MOVE RPARM-FROM-DATE TO PERIOD-FROM-DATE
                           MOVE RPARM-TO-DATE TO PERIOD-TO-DATE
                       END-IF
                       PERFORM 0200-LOAD-SITE-SELECTION
               END-READ
               CLOSE REPORT-PARM-FILE
           END-IF.

      *    A card with both dates blank asks for the current
      *    business day on the GAMEBDAT control record.
       0150-LOAD-BUSINESS-DATE.
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
                       "report cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO PERIOD-FROM-DATE.
           MOVE BDT-BUSINESS-DATE TO PERIOD-TO-DATE.
           CLOSE BUSINESS-DATE-FILE.

      *    HOME asks for the central shop, whose games carry spaces.
       0200-LOAD-SITE-SELECTION.
           IF RPARM-SITE-CODE NOT = SPACES
               SET SITE-FILTER-IS-ON TO TRUE
               MOVE FUNCTION UPPER-CASE(RPARM-SITE-CODE)
                   TO SITE-FILTER-CODE
               IF SITE-FILTER-CODE = CENTRAL-SITE-NAME
                   MOVE SPACES TO SITE-FILTER-CODE
               END-IF
           END-IF.
           IF RPARM-SITE-BREAK = 'Y' OR 'y'
               SET BREAK-BY-SITE TO TRUE
           END-IF.

      *    The CLOSE sits inside the successful-open leg so the file
      *    is released whatever status the START or the final READ
      *    left behind - the handicapped pass reopens it.
                           END-IF
                   END-READ
                   IF NOT NO-MORE-HISTORY
                       PERFORM 1300-CHECK-SITE
                   END-IF
                   IF NOT NO-MORE-HISTORY AND SITE-IS-SELECTED
                       PERFORM 5100-LOOK-UP-DISPUTE
                       PERFORM 1200-COUNT-DISPUTE
                   END-IF
                   IF NOT NO-MORE-HISTORY AND SITE-IS-SELECTED
                           AND NOT GAME-IS-VOIDED
                       MOVE HIST-GAME-DATE TO SRT-GAME-DATE
                       PERFORM 1400-MOVE-SORT-SITE
                       MOVE HIST-LOW-VAL TO SRT-LOW-VAL
                       MOVE HIST-HIGH-VAL TO SRT-HIGH-VAL
                       MOVE HIST-OPERATOR-ID TO SRT-OPERATOR-ID
                       MOVE HIST-START-TIME TO SRT-START-TIME
                       MOVE HIST-RANDOM-NUM TO SRT-RANDOM-NUM
                       MOVE EFFECTIVE-ATTEMPTS TO SRT-ATTEMPTS
                       MOVE HIST-ELAPSED-SECONDS
                           TO SRT-ELAPSED-SECONDS
                       MOVE 0 TO SRT-ADJ-ATTEMPTS
                   SET NO-MORE-HISTORY TO TRUE
           END-START.

      *    Counted on the raw pass only; the handicapped pass sees
      *    the same games.
       1200-COUNT-DISPUTE.
           IF GAME-IS-VOIDED
               ADD 1 TO VOIDED-GAME-COUNT
           END-IF.
           IF GAME-IS-ADJUSTED
               ADD 1 TO ADJUSTED-GAME-COUNT
           END-IF.

      *    A game outside the site asked for on the card is skipped
      *    by both passes before anything else looks at it.
       1300-CHECK-SITE.
           MOVE 'Y' TO SITE-SELECTED-FLAG.
           IF SITE-FILTER-IS-ON
                   AND HIST-SITE-CODE NOT = SITE-FILTER-CODE
               MOVE 'N' TO SITE-SELECTED-FLAG
           END-IF.
           IF HIST-SITE-CODE = SPACES
               MOVE CENTRAL-SITE-NAME TO GAME-SITE-NAME
           ELSE
               MOVE HIST-SITE-CODE TO GAME-SITE-NAME
           END-IF.

      *    The break key stays blank unless the card asks for a site
      *    break, so without one every site ranks together.
       1400-MOVE-SORT-SITE.
           MOVE GAME-SITE-NAME TO SRT-SITE-CODE.
           IF BREAK-BY-SITE
               MOVE GAME-SITE-NAME TO SRT-BREAK-SITE
           ELSE
               MOVE SPACES TO SRT-BREAK-SITE
           END-IF.

       2000-WRITE-LEADERBOARD.
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
               RETURN SORT-WORK-FILE

       2100-CHECK-DAY-BREAK.
           IF SRT-GAME-DATE NOT = PREVIOUS-GAME-DATE
                   OR SRT-BREAK-SITE NOT = PREVIOUS-BREAK-SITE
                   OR SRT-LOW-VAL NOT = PREVIOUS-LOW-VAL
                   OR SRT-HIGH-VAL NOT = PREVIOUS-HIGH-VAL
               MOVE SRT-GAME-DATE TO PREVIOUS-GAME-DATE
               MOVE SRT-BREAK-SITE TO PREVIOUS-BREAK-SITE
               MOVE SRT-LOW-VAL TO PREVIOUS-LOW-VAL
               MOVE SRT-HIGH-VAL TO PREVIOUS-HIGH-VAL
               MOVE 0 TO DAY-RANK
               MOVE SRT-GAME-DATE TO HDR-GAME-DATE
               MOVE SRT-LOW-VAL TO HDR-LOW-VAL
               MOVE SRT-HIGH-VAL TO HDR-HIGH-VAL
               IF BREAK-BY-SITE
                   MOVE "  site  " TO HDR-SITE-LABEL
                   MOVE SRT-BREAK-SITE TO HDR-SITE-CODE
               END-IF
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM HEADER-LINE
               WRITE REPORT-LINE FROM COLUMN-LINE
           MOVE SRT-ATTEMPTS TO DL-ATTEMPTS.
           MOVE SRT-ELAPSED-SECONDS TO DL-ELAPSED.
           MOVE SRT-RANDOM-NUM TO DL-RANDOM-NUM.
           MOVE SRT-SITE-CODE TO DL-SITE-CODE.
           WRITE REPORT-LINE FROM DETAIL-LINE.

      *    No handicap file just means nobody has been rated yet;
                           IF HIST-GAME-DATE > PERIOD-TO-DATE
                               SET NO-MORE-HISTORY TO TRUE
                           ELSE
                               PERFORM 1300-CHECK-SITE
                           END-IF
                   END-READ
                   IF NOT NO-MORE-HISTORY AND SITE-IS-SELECTED
                       PERFORM 5100-LOOK-UP-DISPUTE
                       IF NOT GAME-IS-VOIDED
                           PERFORM 3200-RELEASE-ADJUSTED-GAME
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       3200-RELEASE-ADJUSTED-GAME.
           PERFORM 3300-LOOK-UP-HANDICAP.
           MOVE HIST-GAME-DATE TO SRT-GAME-DATE.
           PERFORM 1400-MOVE-SORT-SITE.
           MOVE HIST-LOW-VAL TO SRT-LOW-VAL.
           MOVE HIST-HIGH-VAL TO SRT-HIGH-VAL.
           MOVE HIST-OPERATOR-ID TO SRT-OPERATOR-ID.
           MOVE HIST-START-TIME TO SRT-START-TIME.
           MOVE HIST-RANDOM-NUM TO SRT-RANDOM-NUM.
           MOVE EFFECTIVE-ATTEMPTS TO SRT-ATTEMPTS.
           MOVE HIST-ELAPSED-SECONDS TO SRT-ELAPSED-SECONDS.
           COMPUTE ADJUSTED-WORK = EFFECTIVE-ATTEMPTS
                   + CACHED-HANDICAP.
           IF ADJUSTED-WORK < 0
               MOVE 0 TO ADJUSTED-WORK
           END-IF.

       3300-LOOK-UP-HANDICAP.
           IF NOT CACHE-IS-VALID
                   OR HIST-OPERATOR-ID NOT = CHC-OPERATOR-ID
                   OR HIST-LOW-VAL NOT = CHC-LOW-VAL
                   OR HIST-HIGH-VAL NOT = CHC-HIGH-VAL
               MOVE HIST-OPERATOR-ID TO CHC-OPERATOR-ID
               MOVE HIST-LOW-VAL TO CHC-LOW-VAL
               MOVE HIST-HIGH-VAL TO CHC-HIGH-VAL
               MOVE 0 TO CACHED-HANDICAP
               MOVE 'U' TO CACHED-HANDICAP-FLAG
               IF HANDICAPS-ARE-OPEN
                   MOVE CACHED-HANDICAP-KEY TO HCP-KEY
                   READ HANDICAP-FILE
                       INVALID KEY
                           CONTINUE

       4100-CHECK-DAY-BREAK.
           IF SRT-GAME-DATE NOT = PREVIOUS-GAME-DATE
                   OR SRT-BREAK-SITE NOT = PREVIOUS-BREAK-SITE
                   OR SRT-LOW-VAL NOT = PREVIOUS-LOW-VAL
                   OR SRT-HIGH-VAL NOT = PREVIOUS-HIGH-VAL
               MOVE SRT-GAME-DATE TO PREVIOUS-GAME-DATE
               MOVE SRT-BREAK-SITE TO PREVIOUS-BREAK-SITE
               MOVE SRT-LOW-VAL TO PREVIOUS-LOW-VAL
               MOVE SRT-HIGH-VAL TO PREVIOUS-HIGH-VAL
               MOVE 0 TO DAY-RANK
               IF BREAK-BY-SITE
                   MOVE "  site  " TO HHL-SITE-LABEL
                   MOVE SRT-BREAK-SITE TO HHL-SITE-CODE
               END-IF
               MOVE SRT-GAME-DATE TO HHL-GAME-DATE
               MOVE SRT-LOW-VAL TO HHL-LOW-VAL
               MOVE SRT-HIGH-VAL TO HHL-HIGH-VAL
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM HANDICAP-HEADER-LINE
               WRITE REPORT-LINE FROM HANDICAP-COLUMN-LINE
           MOVE SRT-ATTEMPTS TO HDL-RAW-ATTEMPTS.
           MOVE SRT-HANDICAP-FLAG TO HDL-HANDICAP-FLAG.
           MOVE SRT-ELAPSED-SECONDS TO HDL-ELAPSED.
           MOVE SRT-SITE-CODE TO HDL-SITE-CODE.
           WRITE REPORT-LINE FROM HANDICAP-DETAIL-LINE.

      *    No dispute file just means no game has been ruled on.
       5000-OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS = "00"
               SET DISPUTES-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no dispute file (status "
                   DISPUTE-STATUS ") - ranking every game as played."
           END-IF.

      *    Only a ruled void or adjustment changes the ranking; an
      *    open or upheld case leaves the game as played.
       5100-LOOK-UP-DISPUTE.
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

       8000-WRITE-DISPUTE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "GAMES VOIDED ON DISPUTE (EXCLUDED)" TO TOT-LABEL.
           MOVE VOIDED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES WITH ADJUSTED ATTEMPTS" TO TOT-LABEL.
           MOVE ADJUSTED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
