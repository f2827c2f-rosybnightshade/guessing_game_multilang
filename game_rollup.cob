      *  department league table ranked by average attempts (compared
      *  by cross-multiplying the sums so no precision is lost to an
      *  intermediate divide) and a shift-against-shift comparison.
      *  Games on different guessing ranges are never pooled: the
      *  league table and the shift comparison are each made once
      *  per range played, headed with the range.
      *
      *  The history file is operator-major, so the last operator's
      *  master lookup is cached and answers the next record most of
      *  game whose operator is missing from the master entirely is
      *  listed in an exception section rather than silently
      *  dropped, and counted in the control totals.
      *
      *  A game voided on the dispute file (GAMEDISP) is not rolled
      *  up and one ruled adjusted rolls up at its corrected
      *  attempts; both are counted in the control totals.
      *
      *  An optional parameter card (GAMEROLP.DAT) can name a site
      *  and ask for a site break.  A site code rolls up only the
      *  games played at that site - HOME for the central shop's
      *  own games, a branch code for games loaded by GAME-SITELOAD
      *  - and the games left out are counted in the control
      *  totals; blank takes every site.  A Y in the break column
      *  adds a site-against-site comparison, once per range, laid
      *  out like the shift comparison.  No card rolls up every
      *  site with no site section, as before.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEOSEL.
           COPY GAMEVSEL.

           SELECT ROLLUP-PARM-FILE ASSIGN TO "GAMEROLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLUP-PARM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GAMEROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEOFD.
           COPY GAMEVFD.

       FD  ROLLUP-PARM-FILE.
       01 ROLLUP-PARM-RECORD.
           05 ROLP-SITE-CODE           PIC X(4).
           05 ROLP-SITE-BREAK          PIC X.

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).
       01 HISTORY-STATUS               PIC XX.
       01 OPERATOR-STATUS              PIC XX.
       01 REPORT-STATUS                PIC XX.
       01 DISPUTE-STATUS               PIC XX.
       01 ROLLUP-PARM-STATUS           PIC XX.

       01 HISTORY-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-HISTORY              VALUE 'Y'.
           88 OPERATOR-WAS-FOUND           VALUE 'Y'.
       01 CACHE-VALID-FLAG             PIC X VALUE 'N'.
           88 CACHE-IS-VALID               VALUE 'Y'.
       01 DISPUTES-OPEN-FLAG           PIC X VALUE 'N'.
           88 DISPUTES-ARE-OPEN            VALUE 'Y'.
       01 GAME-VOIDED-FLAG             PIC X VALUE 'N'.
           88 GAME-IS-VOIDED               VALUE 'Y'.
       01 GAME-ADJUSTED-FLAG           PIC X VALUE 'N'.
           88 GAME-IS-ADJUSTED             VALUE 'Y'.
       01 EFFECTIVE-ATTEMPTS           PIC 9(4) VALUE ZERO.

      *    Site selection from the card.  The central shop's games
      *    carry spaces on the history file and are asked for, and
      *    printed, as HOME.
       01 CENTRAL-SITE-NAME            PIC X(4) VALUE "HOME".
       01 SITE-FILTER-FLAG             PIC X VALUE 'N'.
           88 SITE-FILTER-IS-ON            VALUE 'Y'.
       01 SITE-FILTER-CODE             PIC X(4) VALUE SPACES.
       01 SITE-BREAK-FLAG              PIC X VALUE 'N'.
           88 BREAK-BY-SITE                VALUE 'Y'.
       01 GAME-SITE-NAME               PIC X(4) VALUE SPACES.

      *    The last master lookup: the history file arrives operator-
      *    major, so one keyed read usually serves a whole run of
       01 HISTORY-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 GAMES-ROLLED-COUNT           PIC 9(7) VALUE ZERO.
       01 GAMES-NO-MASTER-COUNT        PIC 9(7) VALUE ZERO.
       01 VOIDED-GAME-COUNT            PIC 9(7) VALUE ZERO.
       01 ADJUSTED-GAME-COUNT          PIC 9(7) VALUE ZERO.
       01 GAMES-OTHER-SITE-COUNT       PIC 9(7) VALUE ZERO.

       01 DEPT-TABLE-MAX               PIC S9(4) COMP VALUE 50.
       01 DEPT-COUNT                   PIC S9(4) COMP VALUE ZERO.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES.
               10 DPT-DEPARTMENT       PIC X(8).
               10 DPT-RANGE.
                   15 DPT-LOW-VAL      PIC 9(5).
                   15 DPT-HIGH-VAL     PIC 9(5).
               10 DPT-GAME-COUNT       PIC 9(7).
               10 DPT-ATTEMPTS-SUM     PIC 9(9).
               10 DPT-BEST-ATTEMPTS    PIC 9(4).
       01 DEPT-INDEX                   PIC S9(4) COMP VALUE ZERO.
       01 DEPT-FOUND-INDEX             PIC S9(4) COMP VALUE ZERO.

      *    One entry per guessing range played, each with fixed
      *    slots for the three shifts plus a catch-all for any master
      *    record carrying an unexpected shift code.
       01 RANGE-TABLE-MAX              PIC S9(4) COMP VALUE 20.
       01 RANGE-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01 RANGE-TABLE.
           05 RANGE-ENTRY OCCURS 20 TIMES.
               10 RGE-RANGE.
                   15 RGE-LOW-VAL      PIC 9(5).
                   15 RGE-HIGH-VAL     PIC 9(5).
               10 SHIFT-ENTRY OCCURS 4 TIMES.
                   15 SHF-SHIFT-CODE   PIC X.
                   15 SHF-GAME-COUNT   PIC 9(7).
                   15 SHF-ATTEMPTS-SUM PIC 9(9).
                   15 SHF-BEST-ATTEMPTS PIC 9(4).
                   15 SHF-ELAPSED-SUM  PIC 9(10)V99.

       01 RANGE-INDEX                  PIC S9(4) COMP VALUE ZERO.
       01 RANGE-FOUND-INDEX            PIC S9(4) COMP VALUE ZERO.
       01 SHIFT-INDEX                  PIC S9(4) COMP VALUE ZERO.
       01 GAME-RANGE.
           05 GRG-LOW-VAL              PIC 9(5).
           05 GRG-HIGH-VAL             PIC 9(5).
       01 PREVIOUS-RANGE               PIC X(10) VALUE SPACES.
       01 RANGE-RANK                   PIC 9(4) VALUE ZERO.

      *    Games with no master record, buffered so they print as
      *    their own section; past the table size they are still

       01 EXCEPTION-INDEX              PIC S9(4) COMP VALUE ZERO.

      *    One entry per site and range, filled only when the card
      *    asks for the site break; kept in the order first seen,
      *    which the range-major history order makes site-major
      *    within each range once printed range by range.
       01 SITE-TABLE-MAX               PIC S9(4) COMP VALUE 50.
       01 SITE-COUNT                   PIC S9(4) COMP VALUE ZERO.
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 50 TIMES.
               10 STE-SITE-NAME        PIC X(4).
               10 STE-RANGE            PIC X(10).
               10 STE-GAME-COUNT       PIC 9(7).
               10 STE-ATTEMPTS-SUM     PIC 9(9).
               10 STE-BEST-ATTEMPTS    PIC 9(4).
               10 STE-ELAPSED-SUM      PIC 9(10)V99.

       01 SITE-INDEX                   PIC S9(4) COMP VALUE ZERO.
       01 SITE-FOUND-INDEX             PIC S9(4) COMP VALUE ZERO.

       01 RANK-OUTER-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 RANK-INNER-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 RANK-BEST-INDEX              PIC S9(4) COMP VALUE ZERO.
       01 RANK-COMPARE-B               PIC 9(18) VALUE ZERO.
       01 DEPT-SWAP-ENTRY.
           05 DSW-DEPARTMENT           PIC X(8).
           05 DSW-RANGE                PIC X(10).
           05 DSW-GAME-COUNT           PIC 9(7).
           05 DSW-ATTEMPTS-SUM         PIC 9(9).
           05 DSW-BEST-ATTEMPTS        PIC 9(4).

       01 LEAGUE-HEADER-LINE           PIC X(80) VALUE
           "DEPARTMENT LEAGUE TABLE BY AVERAGE ATTEMPTS".
       01 RANGE-HEADER-LINE.
           05 FILLER12                 PIC X(7) VALUE "Range  ".
           05 RHL-LOW-VAL              PIC ZZZZ9.
           05 FILLER13                 PIC X(3) VALUE " - ".
           05 RHL-HIGH-VAL             PIC ZZZZ9.
       01 LEAGUE-COLUMN-LINE           PIC X(80) VALUE
           "Rank   Dept       Games   Avg att   Best   Avg elapsed".

           05 FILLER9                  PIC X(4) VALUE SPACES.
           05 SDL-AVG-ELAPSED          PIC ZZZZZ9.99.

       01 SITE-SELECTED-LINE.
           05 FILLER14                 PIC X(15) VALUE
               "SITE SELECTED  ".
           05 SSL-SITE-NAME            PIC X(4).

       01 SITE-HEADER-LINE             PIC X(80) VALUE
           "SITE-AGAINST-SITE COMPARISON".
       01 SITE-COLUMN-LINE             PIC X(80) VALUE
           "Site    Games   Avg att   Best   Avg elapsed".

       01 SITE-DETAIL-LINE.
           05 STL-SITE-NAME            PIC X(4).
           05 FILLER15                 PIC X(2) VALUE SPACES.
           05 STL-GAME-COUNT           PIC ZZZZZZ9.
           05 FILLER16                 PIC X(2) VALUE SPACES.
           05 STL-AVG-ATTEMPTS         PIC ZZZ9.99.
           05 FILLER17                 PIC X(3) VALUE SPACES.
           05 STL-BEST-ATTEMPTS        PIC ZZZ9.
           05 FILLER18                 PIC X(4) VALUE SPACES.
           05 STL-AVG-ELAPSED          PIC ZZZZZ9.99.

       01 EXCEPTION-HEADER-LINE        PIC X(80) VALUE
           "EXCEPTIONS - GAMES WITH NO OPERATOR MASTER RECORD".
       01 EXCEPTION-COLUMN-LINE        PIC X(80) VALUE
           PERFORM 2000-ROLL-UP-HISTORY UNTIL NO-MORE-HISTORY.
           PERFORM 3000-WRITE-LEAGUE-TABLE.
           PERFORM 4000-WRITE-SHIFT-COMPARISON.
           IF BREAK-BY-SITE
               PERFORM 4500-WRITE-SITE-COMPARISON
           END-IF.
           PERFORM 5000-WRITE-EXCEPTIONS.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-LOAD-SITE-PARM.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open history file, status "
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-OPEN-DISPUTE-FILE.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           IF SITE-FILTER-IS-ON
               IF SITE-FILTER-CODE = SPACES
                   MOVE CENTRAL-SITE-NAME TO SSL-SITE-NAME
               ELSE
                   MOVE SITE-FILTER-CODE TO SSL-SITE-NAME
               END-IF
               WRITE REPORT-LINE FROM SITE-SELECTED-LINE
           END-IF.

      *    No dispute file just means no game has been ruled on.
       1100-OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS = "00"
               SET DISPUTES-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no dispute file (status "
                   DISPUTE-STATUS ") - counting every game as played."
           END-IF.

      *    No card, or a blank one, rolls up every site with no site
      *    section.
       1200-LOAD-SITE-PARM.
           OPEN INPUT ROLLUP-PARM-FILE.
           IF ROLLUP-PARM-STATUS = "00"
               READ ROLLUP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ROLP-SITE-CODE NOT = SPACES
                           SET SITE-FILTER-IS-ON TO TRUE
                           MOVE FUNCTION UPPER-CASE(ROLP-SITE-CODE)
                               TO SITE-FILTER-CODE
                           IF SITE-FILTER-CODE = CENTRAL-SITE-NAME
                               MOVE SPACES TO SITE-FILTER-CODE
                           END-IF
                       END-IF
                       IF ROLP-SITE-BREAK = 'Y' OR 'y'
                           SET BREAK-BY-SITE TO TRUE
                       END-IF
               END-READ
               CLOSE ROLLUP-PARM-FILE
           END-IF.

       2000-ROLL-UP-HISTORY.
           READ HISTORY-FILE NEXT RECORD
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-READ-COUNT
                   IF SITE-FILTER-IS-ON
                           AND HIST-SITE-CODE NOT = SITE-FILTER-CODE
                       ADD 1 TO GAMES-OTHER-SITE-COUNT
                   ELSE
                       PERFORM 2050-LOOK-UP-DISPUTE
                       IF GAME-IS-VOIDED
                           ADD 1 TO VOIDED-GAME-COUNT
                       ELSE
                           PERFORM 2060-ROLL-UP-GAME
                       END-IF
                   END-IF
           END-READ.

      *    Only a ruled void or adjustment changes the rollup; an
      *    open or upheld case leaves the game as played.
       2050-LOOK-UP-DISPUTE.
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

       2060-ROLL-UP-GAME.
           IF GAME-IS-ADJUSTED
               ADD 1 TO ADJUSTED-GAME-COUNT
           END-IF.
           PERFORM 2100-LOOK-UP-OPERATOR.
           IF OPERATOR-WAS-FOUND
               ADD 1 TO GAMES-ROLLED-COUNT
               PERFORM 2250-FIND-RANGE
               PERFORM 2300-ROLL-INTO-DEPARTMENT
               PERFORM 2500-ROLL-INTO-SHIFT
               IF BREAK-BY-SITE
                   PERFORM 2700-ROLL-INTO-SITE
               END-IF
           ELSE
               ADD 1 TO GAMES-NO-MASTER-COUNT
               PERFORM 2600-RECORD-EXCEPTION
           END-IF.

       2100-LOOK-UP-OPERATOR.
           IF CACHE-IS-VALID
                   AND HIST-OPERATOR-ID = CACHED-OPERATOR-ID
                   SET OPERATOR-WAS-FOUND TO TRUE
           END-READ.

      *    A range seen for the first time gets its shift slots set
      *    up empty.
       2250-FIND-RANGE.
           MOVE HIST-LOW-VAL TO GRG-LOW-VAL.
           MOVE HIST-HIGH-VAL TO GRG-HIGH-VAL.
           MOVE 0 TO RANGE-FOUND-INDEX.
           PERFORM VARYING RANGE-INDEX FROM 1 BY 1
                   UNTIL RANGE-INDEX > RANGE-COUNT
                   OR RANGE-FOUND-INDEX > 0
               IF RGE-RANGE(RANGE-INDEX) = GAME-RANGE
                   MOVE RANGE-INDEX TO RANGE-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF RANGE-FOUND-INDEX = 0
               IF RANGE-COUNT >= RANGE-TABLE-MAX
                   DISPLAY "Range table full at " RANGE-TABLE-MAX
                       " entries - raise the table size and rerun."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO RANGE-COUNT
               MOVE GAME-RANGE TO RGE-RANGE(RANGE-COUNT)
               MOVE '1' TO SHF-SHIFT-CODE(RANGE-COUNT, 1)
               MOVE '2' TO SHF-SHIFT-CODE(RANGE-COUNT, 2)
               MOVE '3' TO SHF-SHIFT-CODE(RANGE-COUNT, 3)
               MOVE '?' TO SHF-SHIFT-CODE(RANGE-COUNT, 4)
               PERFORM VARYING SHIFT-INDEX FROM 1 BY 1
                       UNTIL SHIFT-INDEX > 4
                   MOVE 0 TO SHF-GAME-COUNT(RANGE-COUNT, SHIFT-INDEX)
                   MOVE 0 TO SHF-ATTEMPTS-SUM(RANGE-COUNT, SHIFT-INDEX)
                   MOVE 9999
                       TO SHF-BEST-ATTEMPTS(RANGE-COUNT, SHIFT-INDEX)
                   MOVE 0 TO SHF-ELAPSED-SUM(RANGE-COUNT, SHIFT-INDEX)
               END-PERFORM
               MOVE RANGE-COUNT TO RANGE-FOUND-INDEX
           END-IF.

       2300-ROLL-INTO-DEPARTMENT.
           MOVE 0 TO DEPT-FOUND-INDEX.
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > DEPT-COUNT
                   OR DEPT-FOUND-INDEX > 0
               IF DPT-DEPARTMENT(DEPT-INDEX) = CACHED-DEPARTMENT
                       AND DPT-RANGE(DEPT-INDEX) = GAME-RANGE
                   MOVE DEPT-INDEX TO DEPT-FOUND-INDEX
               END-IF
           END-PERFORM.
               END-IF
               ADD 1 TO DEPT-COUNT
               MOVE CACHED-DEPARTMENT TO DPT-DEPARTMENT(DEPT-COUNT)
               MOVE GAME-RANGE TO DPT-RANGE(DEPT-COUNT)
               MOVE 0 TO DPT-GAME-COUNT(DEPT-COUNT)
               MOVE 0 TO DPT-ATTEMPTS-SUM(DEPT-COUNT)
               MOVE 9999 TO DPT-BEST-ATTEMPTS(DEPT-COUNT)
               MOVE DEPT-COUNT TO DEPT-FOUND-INDEX
           END-IF.
           ADD 1 TO DPT-GAME-COUNT(DEPT-FOUND-INDEX).
           ADD EFFECTIVE-ATTEMPTS
               TO DPT-ATTEMPTS-SUM(DEPT-FOUND-INDEX).
           IF EFFECTIVE-ATTEMPTS < DPT-BEST-ATTEMPTS(DEPT-FOUND-INDEX)
               MOVE EFFECTIVE-ATTEMPTS
                   TO DPT-BEST-ATTEMPTS(DEPT-FOUND-INDEX)
           END-IF.
           ADD HIST-ELAPSED-SECONDS
               WHEN OTHER
                   MOVE 4 TO SHIFT-INDEX
           END-EVALUATE.
           MOVE RANGE-FOUND-INDEX TO RANGE-INDEX.
           ADD 1 TO SHF-GAME-COUNT(RANGE-INDEX, SHIFT-INDEX).
           ADD EFFECTIVE-ATTEMPTS
               TO SHF-ATTEMPTS-SUM(RANGE-INDEX, SHIFT-INDEX).
           IF EFFECTIVE-ATTEMPTS
                   < SHF-BEST-ATTEMPTS(RANGE-INDEX, SHIFT-INDEX)
               MOVE EFFECTIVE-ATTEMPTS
                   TO SHF-BEST-ATTEMPTS(RANGE-INDEX, SHIFT-INDEX)
           END-IF.
           ADD HIST-ELAPSED-SECONDS
               TO SHF-ELAPSED-SUM(RANGE-INDEX, SHIFT-INDEX).

       2600-RECORD-EXCEPTION.
           IF EXCEPTION-COUNT >= EXCEPTION-TABLE-MAX
               MOVE HIST-OPERATOR-ID
                   TO EXC-OPERATOR-ID(EXCEPTION-COUNT)
               MOVE HIST-GAME-DATE TO EXC-GAME-DATE(EXCEPTION-COUNT)
               MOVE EFFECTIVE-ATTEMPTS
                   TO EXC-ATTEMPTS(EXCEPTION-COUNT)
           END-IF.

      *    The site is the one the game was played at, not the
      *    operator's home site: a visiting operator's games count
      *    where they were played.
       2700-ROLL-INTO-SITE.
           IF HIST-SITE-CODE = SPACES
               MOVE CENTRAL-SITE-NAME TO GAME-SITE-NAME
           ELSE
               MOVE HIST-SITE-CODE TO GAME-SITE-NAME
           END-IF.
           MOVE 0 TO SITE-FOUND-INDEX.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
                   UNTIL SITE-INDEX > SITE-COUNT
                   OR SITE-FOUND-INDEX > 0
               IF STE-SITE-NAME(SITE-INDEX) = GAME-SITE-NAME
                       AND STE-RANGE(SITE-INDEX) = GAME-RANGE
                   MOVE SITE-INDEX TO SITE-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF SITE-FOUND-INDEX = 0
               IF SITE-COUNT >= SITE-TABLE-MAX
                   DISPLAY "Site table full at " SITE-TABLE-MAX
                       " entries - raise the table size and rerun."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO SITE-COUNT
               MOVE GAME-SITE-NAME TO STE-SITE-NAME(SITE-COUNT)
               MOVE GAME-RANGE TO STE-RANGE(SITE-COUNT)
               MOVE 0 TO STE-GAME-COUNT(SITE-COUNT)
               MOVE 0 TO STE-ATTEMPTS-SUM(SITE-COUNT)
               MOVE 9999 TO STE-BEST-ATTEMPTS(SITE-COUNT)
               MOVE 0 TO STE-ELAPSED-SUM(SITE-COUNT)
               MOVE SITE-COUNT TO SITE-FOUND-INDEX
           END-IF.
           ADD 1 TO STE-GAME-COUNT(SITE-FOUND-INDEX).
           ADD EFFECTIVE-ATTEMPTS
               TO STE-ATTEMPTS-SUM(SITE-FOUND-INDEX).
           IF EFFECTIVE-ATTEMPTS < STE-BEST-ATTEMPTS(SITE-FOUND-INDEX)
               MOVE EFFECTIVE-ATTEMPTS
                   TO STE-BEST-ATTEMPTS(SITE-FOUND-INDEX)
           END-IF.
           ADD HIST-ELAPSED-SECONDS
               TO STE-ELAPSED-SUM(SITE-FOUND-INDEX).

      *    Selection sort on the department table, range by range
      *    and best average attempts first within the range; averages
      *    are compared by cross-multiplying the sums so no precision
      *    is lost to an intermediate divide.
       3000-WRITE-LEAGUE-TABLE.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM LEAGUE-HEADER-LINE.
               MOVE "NO GAMES ROLLED UP" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 3100-RANK-ONE-POSITION
                   VARYING RANK-OUTER-INDEX FROM 1 BY 1
                   UNTIL RANK-OUTER-INDEX > DEPT-COUNT
           END-IF.

       3200-COMPARE-ONE-ENTRY.
           IF DPT-RANGE(RANK-INNER-INDEX) < DPT-RANGE(RANK-BEST-INDEX)
               MOVE RANK-INNER-INDEX TO RANK-BEST-INDEX
           ELSE
               IF DPT-RANGE(RANK-INNER-INDEX)
                       = DPT-RANGE(RANK-BEST-INDEX)
                   COMPUTE RANK-COMPARE-A =
                       DPT-ATTEMPTS-SUM(RANK-INNER-INDEX)
                       * DPT-GAME-COUNT(RANK-BEST-INDEX)
                   COMPUTE RANK-COMPARE-B =
                       DPT-ATTEMPTS-SUM(RANK-BEST-INDEX)
                       * DPT-GAME-COUNT(RANK-INNER-INDEX)
                   IF RANK-COMPARE-A < RANK-COMPARE-B
                       MOVE RANK-INNER-INDEX TO RANK-BEST-INDEX
                   END-IF
               END-IF
           END-IF.

      *    Each new range starts its own heading and numbers its
      *    ranks from one.
       3300-WRITE-LEAGUE-LINE.
           IF DPT-RANGE(RANK-OUTER-INDEX) NOT = PREVIOUS-RANGE
               MOVE DPT-RANGE(RANK-OUTER-INDEX) TO PREVIOUS-RANGE
               MOVE 0 TO RANGE-RANK
               MOVE DPT-LOW-VAL(RANK-OUTER-INDEX) TO RHL-LOW-VAL
               MOVE DPT-HIGH-VAL(RANK-OUTER-INDEX) TO RHL-HIGH-VAL
               WRITE REPORT-LINE FROM RANGE-HEADER-LINE
               WRITE REPORT-LINE FROM LEAGUE-COLUMN-LINE
           END-IF.
           ADD 1 TO RANGE-RANK.
           MOVE RANGE-RANK TO LDL-RANK.
           MOVE DPT-DEPARTMENT(RANK-OUTER-INDEX) TO LDL-DEPARTMENT.
           MOVE DPT-GAME-COUNT(RANK-OUTER-INDEX) TO LDL-GAME-COUNT.
           COMPUTE AVERAGE-ATTEMPTS ROUNDED =
       4000-WRITE-SHIFT-COMPARISON.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM SHIFT-HEADER-LINE.
           IF RANGE-COUNT = 0
               MOVE "NO GAMES ROLLED UP" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 4050-WRITE-ONE-RANGE
                   VARYING RANGE-INDEX FROM 1 BY 1
                   UNTIL RANGE-INDEX > RANGE-COUNT
           END-IF.

       4050-WRITE-ONE-RANGE.
           MOVE RGE-LOW-VAL(RANGE-INDEX) TO RHL-LOW-VAL.
           MOVE RGE-HIGH-VAL(RANGE-INDEX) TO RHL-HIGH-VAL.
           WRITE REPORT-LINE FROM RANGE-HEADER-LINE.
           WRITE REPORT-LINE FROM SHIFT-COLUMN-LINE.
           PERFORM 4100-WRITE-ONE-SHIFT
               VARYING SHIFT-INDEX FROM 1 BY 1
      *    The catch-all slot only prints when a master record
      *    carried a shift code outside 1-3.
       4100-WRITE-ONE-SHIFT.
           IF SHF-GAME-COUNT(RANGE-INDEX, SHIFT-INDEX) > 0
                   OR SHIFT-INDEX < 4
               MOVE SHF-SHIFT-CODE(RANGE-INDEX, SHIFT-INDEX)
                   TO SDL-SHIFT-CODE
               MOVE SHF-GAME-COUNT(RANGE-INDEX, SHIFT-INDEX)
                   TO SDL-GAME-COUNT
               IF SHF-GAME-COUNT(RANGE-INDEX, SHIFT-INDEX) = 0
                   MOVE 0 TO SDL-AVG-ATTEMPTS
                   MOVE 0 TO SDL-BEST-ATTEMPTS
                   MOVE 0 TO SDL-AVG-ELAPSED
               ELSE
                   COMPUTE AVERAGE-ATTEMPTS ROUNDED =
                       SHF-ATTEMPTS-SUM(RANGE-INDEX, SHIFT-INDEX)
                       / SHF-GAME-COUNT(RANGE-INDEX, SHIFT-INDEX)
                   MOVE AVERAGE-ATTEMPTS TO SDL-AVG-ATTEMPTS
                   MOVE SHF-BEST-ATTEMPTS(RANGE-INDEX, SHIFT-INDEX)
                       TO SDL-BEST-ATTEMPTS
                   COMPUTE AVERAGE-ELAPSED ROUNDED =
                       SHF-ELAPSED-SUM(RANGE-INDEX, SHIFT-INDEX)
                       / SHF-GAME-COUNT(RANGE-INDEX, SHIFT-INDEX)
                   MOVE AVERAGE-ELAPSED TO SDL-AVG-ELAPSED
               END-IF
               WRITE REPORT-LINE FROM SHIFT-DETAIL-LINE
           END-IF.

      *    Printed range by range, in the range table's order, each
      *    range listing the sites that played on it.
       4500-WRITE-SITE-COMPARISON.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM SITE-HEADER-LINE.
           IF SITE-COUNT = 0
               MOVE "NO GAMES ROLLED UP" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 4550-WRITE-SITE-RANGE
                   VARYING RANGE-INDEX FROM 1 BY 1
                   UNTIL RANGE-INDEX > RANGE-COUNT
           END-IF.

       4550-WRITE-SITE-RANGE.
           MOVE RGE-LOW-VAL(RANGE-INDEX) TO RHL-LOW-VAL.
           MOVE RGE-HIGH-VAL(RANGE-INDEX) TO RHL-HIGH-VAL.
           WRITE REPORT-LINE FROM RANGE-HEADER-LINE.
           WRITE REPORT-LINE FROM SITE-COLUMN-LINE.
           PERFORM 4600-WRITE-ONE-SITE
               VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > SITE-COUNT.

       4600-WRITE-ONE-SITE.
           IF STE-RANGE(SITE-INDEX) = RGE-RANGE(RANGE-INDEX)
               MOVE STE-SITE-NAME(SITE-INDEX) TO STL-SITE-NAME
               MOVE STE-GAME-COUNT(SITE-INDEX) TO STL-GAME-COUNT
               COMPUTE AVERAGE-ATTEMPTS ROUNDED =
                   STE-ATTEMPTS-SUM(SITE-INDEX)
                   / STE-GAME-COUNT(SITE-INDEX)
               MOVE AVERAGE-ATTEMPTS TO STL-AVG-ATTEMPTS
               MOVE STE-BEST-ATTEMPTS(SITE-INDEX) TO STL-BEST-ATTEMPTS
               COMPUTE AVERAGE-ELAPSED ROUNDED =
                   STE-ELAPSED-SUM(SITE-INDEX)
                   / STE-GAME-COUNT(SITE-INDEX)
               MOVE AVERAGE-ELAPSED TO STL-AVG-ELAPSED
               WRITE REPORT-LINE FROM SITE-DETAIL-LINE
           END-IF.

       5000-WRITE-EXCEPTIONS.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM EXCEPTION-HEADER-LINE.
           MOVE "GAMES ROLLED UP" TO TOT-LABEL.
           MOVE GAMES-ROLLED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES VOIDED ON DISPUTE (EXCLUDED)" TO TOT-LABEL.
           MOVE VOIDED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES WITH ADJUSTED ATTEMPTS" TO TOT-LABEL.
           MOVE ADJUSTED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           IF SITE-FILTER-IS-ON
               MOVE "GAMES AT OTHER SITES (EXCLUDED)"
                   TO TOT-LABEL
               MOVE GAMES-OTHER-SITE-COUNT TO TOT-VALUE
               WRITE REPORT-LINE FROM TOTAL-LINE
           END-IF.
           MOVE "GAMES WITH NO MASTER RECORD" TO TOT-LABEL.
           MOVE GAMES-NO-MASTER-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GUESSING RANGES REPORTED" TO TOT-LABEL.
           MOVE RANGE-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "DEPARTMENT / RANGE ENTRIES" TO TOT-LABEL.
           MOVE DEPT-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.

       9000-TERMINATE.
           CLOSE HISTORY-FILE.
           CLOSE OPERATOR-FILE.
           IF DISPUTES-ARE-OPEN
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE REPORT-FILE.
