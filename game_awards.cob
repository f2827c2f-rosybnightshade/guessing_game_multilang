       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-AWARDS.
      *****************************************************************
      *  Annual awards report over a whole calendar year of games.
      *  After GAME-ARCHIVE runs at month-end the live GAMEHIST only
      *  holds what has not yet been purged, so the year is put back
      *  together here from each month's dated history archive
      *  (GAMEARCH.yyyymmdd.DAT) plus the live file.
      *
      *  A parameter card (GAMEAWDP.DAT) drives the run.  A Y line
      *  names the year (blank = the year of the business date on
      *  GAMEBDAT) and, optionally, the games an operator or
      *  department must have played in the year to qualify for an
      *  average-based award (default 10) and in each of the first
      *  and last quarters to qualify as most improved (default 5).
      *  One M line per archived month names the month (01-12) and
      *  the date of the archive its games were purged to; two
      *  months purged by the same run name the same archive.  A
      *  month with no M line is taken from the live file.  No card
      *  stops the run: an awards report over a defaulted set of
      *  archives would quietly miss months.
      *
      *  Each archive named is first balanced against its header
      *  and trailer the way GAME-ARCREST does: a header dated as
      *  the file is named, and a detail count and hash total (sum
      *  of attempts) that agree with the sum of the trailers.  An
      *  archive that is missing or does not balance is not read,
      *  and every month it was named for is marked on the report as
      *  missing or out of balance - never shown as a quiet month.
      *  A month taken from the live file that has no games at all
      *  is marked too, in case its archive was left off the card.
      *
      *  The games of the year from the balanced archives and the
      *  live file are sorted together on the history key and a key
      *  seen twice - a game restored to the live file by
      *  GAME-ARCREST, or an archive named twice - is counted once.
      *  A game voided on the dispute file (GAMEDISP) is left out of
      *  the awards and one ruled adjusted counts at its corrected
      *  attempts, as in every other ranking.
      *
      *  The report (GAMEAWRD.DAT) gives:
      *    - operator of the year: most games played, and - for each
      *      guessing range, since games on different ranges are
      *      never pooled - best average attempts and fastest
      *      average time among qualifying operators;
      *    - most improved, per range: the largest fall in average
      *      attempts from the first quarter to the last;
      *    - department of the year, per range, by average attempts;
      *    - the champion of every tournament with a round played in
      *      the year, as recorded on the tournament master
      *      (GAMETMST) when GAME-TOURSTAND scored the bracket from
      *      GAMETOUR, or its standing if not yet decided;
      *    - month-by-month shop totals with each month's source.
      *  Averages are compared by cross-multiplying the sums, as the
      *  rollup league table does; a tie goes to the operator or
      *  department with more games.
      *
      *  Return codes: 0 the year is complete; 4 a live month with
      *  no games or a tournament not on its master; 8 an archive
      *  missing or out of balance - the awards stand on an
      *  incomplete year; 12 no card, or a file that must be there
      *  cannot be opened; 16 a table is full.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEOSEL.
           COPY GAMEVSEL.
           COPY GAMETSEL.
           COPY GAMENSEL.
           COPY GAMEDSEL.

           SELECT AWARDS-PARM-FILE ASSIGN TO "GAMEAWDP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARDS-PARM-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "GAMESORT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO "GAMEAWRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEOFD.
           COPY GAMEVFD.
           COPY GAMETFD.
           COPY GAMENFD.
           COPY GAMEDFD.

       FD  AWARDS-PARM-FILE.
       01 AWARDS-PARM-RECORD.
           05 AWDP-LINE-TYPE           PIC X.
           05 AWDP-LINE-DATA           PIC X(20).
       01 AWARDS-YEAR-LINE.
           05 FILLER1                  PIC X.
           05 AWDY-YEAR                PIC X(4).
           05 AWDY-MIN-GAMES           PIC X(4).
           05 AWDY-MIN-QUARTER-GAMES   PIC X(4).
       01 AWARDS-MONTH-LINE.
           05 FILLER2                  PIC X.
           05 AWDM-MONTH               PIC X(2).
           05 AWDM-ARCHIVE-DATE        PIC X(8).

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD               PIC X(74).

      *    One game of the year, from an archive or the live file,
      *    sorted on the history key so a game seen twice arrives
      *    next to itself.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-GAME-KEY.
               10 SRT-OPERATOR-ID      PIC X(8).
               10 SRT-GAME-DATE.
                   15 SRT-GAME-YEAR    PIC 9(4).
                   15 SRT-GAME-MONTH   PIC 9(2).
                   15 SRT-GAME-DAY     PIC 9(2).
               10 SRT-START-TIME       PIC 9(8).
               10 SRT-SESSION-SEQ      PIC 9(6).
           05 SRT-ATTEMPTS             PIC 9(4).
           05 SRT-ELAPSED-SECONDS      PIC 9(6)V99.
           05 SRT-RANGE.
               10 SRT-LOW-VAL          PIC 9(5).
               10 SRT-HIGH-VAL         PIC 9(5).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS               PIC XX.
       01 OPERATOR-STATUS              PIC XX.
       01 DISPUTE-STATUS               PIC XX.
       01 TOURN-RESULT-STATUS          PIC XX.
       01 TOURN-MASTER-STATUS          PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 AWARDS-PARM-STATUS           PIC XX.
       01 ARCHIVE-STATUS               PIC XX.
       01 REPORT-STATUS                PIC XX.

       01 PARM-EOF-FLAG                PIC X VALUE 'N'.
           88 NO-MORE-PARM-LINES           VALUE 'Y'.
       01 ARCHIVE-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-ARCHIVE              VALUE 'Y'.
       01 HISTORY-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-HISTORY              VALUE 'Y'.
       01 SORTED-EOF-FLAG              PIC X VALUE 'N'.
           88 NO-MORE-SORTED-GAMES         VALUE 'Y'.
       01 RESULTS-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-RESULTS              VALUE 'Y'.
       01 TRAILER-SEEN-FLAG            PIC X VALUE 'N'.
           88 TRAILER-WAS-SEEN             VALUE 'Y'.
       01 HEADER-SEEN-FLAG             PIC X VALUE 'N'.
           88 HEADER-WAS-SEEN              VALUE 'Y'.
       01 HEADER-MISMATCH-FLAG         PIC X VALUE 'N'.
           88 HEADER-DATE-MISMATCH         VALUE 'Y'.
       01 DISPUTES-OPEN-FLAG           PIC X VALUE 'N'.
           88 DISPUTES-ARE-OPEN            VALUE 'Y'.
       01 TOURN-MASTER-OPEN-FLAG       PIC X VALUE 'N'.
           88 TOURN-MASTER-IS-OPEN         VALUE 'Y'.
       01 GAME-VOIDED-FLAG             PIC X VALUE 'N'.
           88 GAME-IS-VOIDED               VALUE 'Y'.
       01 GAME-ADJUSTED-FLAG           PIC X VALUE 'N'.
           88 GAME-IS-ADJUSTED             VALUE 'Y'.
       01 OPERATOR-FOUND-FLAG          PIC X VALUE 'N'.
           88 OPERATOR-WAS-FOUND           VALUE 'Y'.
       01 OPERATOR-OPEN-FLAG           PIC X VALUE 'N'.
           88 AN-OPERATOR-IS-OPEN          VALUE 'Y'.
       01 EFFECTIVE-ATTEMPTS           PIC 9(4) VALUE ZERO.

      *    The year and the qualifying minimums.
       01 AWARDS-YEAR                  PIC 9(4) VALUE ZERO.
       01 YEAR-FIRST-DATE              PIC 9(8) VALUE ZERO.
       01 YEAR-LAST-DATE               PIC 9(8) VALUE ZERO.
       01 MIN-GAMES                    PIC 9(4) VALUE 10.
       01 MIN-QUARTER-GAMES            PIC 9(4) VALUE 5.
       01 BUSINESS-DATE.
           05 BUSINESS-YEAR            PIC 9(4).
           05 BUSINESS-MONTH           PIC 9(2).
           05 BUSINESS-DAY             PIC 9(2).
       01 CARD-MONTH                   PIC 9(2) VALUE ZERO.

      *    The highest grade met so far becomes the return code.
       01 HIGHEST-GRADE                PIC 99 VALUE ZERO.
       01 NEW-GRADE                    PIC 99 VALUE ZERO.

       01 ARCHIVE-FILE-NAME.
           05 FILLER3                  PIC X(9) VALUE "GAMEARCH.".
           05 AFN-ARCHIVE-DATE         PIC 9(8).
           05 FILLER4                  PIC X(4) VALUE ".DAT".

      *    Each distinct archive named on the card and how it
      *    verified.
       01 ARCHIVE-TABLE-MAX            PIC S9(4) COMP VALUE 24.
       01 ARCHIVE-COUNT                PIC S9(4) COMP VALUE ZERO.
       01 ARCHIVE-TABLE.
           05 ARCHIVE-ENTRY OCCURS 24 TIMES.
               10 ARC-ARCHIVE-DATE     PIC 9(8).
               10 ARC-STATUS           PIC X.
                   88 ARC-IS-BALANCED      VALUE 'B'.
                   88 ARC-IS-MISSING       VALUE 'M'.
                   88 ARC-IS-OUT-OF-BALANCE VALUE 'X'.
       01 ARCHIVE-INDEX                PIC S9(4) COMP VALUE ZERO.
       01 ARCHIVE-FOUND-INDEX          PIC S9(4) COMP VALUE ZERO.
       01 CARD-ARCHIVE-DATE            PIC 9(8) VALUE ZERO.

      *    Working copies of the layouts GAME-ARCHIVE writes.
       01 WORK-HEADER-RECORD.
           05 WHDR-RECORD-TYPE         PIC X.
           05 WHDR-RUN-DATE            PIC 9(8).
           05 WHDR-RETENTION-DATE      PIC 9(8).
           05 FILLER5                  PIC X(57).

       01 WORK-HIST-DETAIL-RECORD.
           05 WDTL-RECORD-TYPE         PIC X.
           05 WDTL-GAME-KEY.
               10 WDTL-OPERATOR-ID     PIC X(8).
               10 WDTL-GAME-DATE       PIC 9(8).
               10 WDTL-START-TIME      PIC 9(8).
               10 WDTL-SESSION-SEQ     PIC 9(6).
           05 WDTL-RANDOM-NUM          PIC 9(5).
           05 WDTL-ATTEMPTS            PIC 9(4).
           05 WDTL-SEED-USED           PIC 9(8).
           05 WDTL-ELAPSED-SECONDS     PIC 9(6)V99.
           05 WDTL-LOW-VAL             PIC 9(5).
           05 WDTL-HIGH-VAL            PIC 9(5).
           05 WDTL-SITE-CODE           PIC X(4).
           05 FILLER6                  PIC X(4).

       01 WORK-TRAILER-RECORD.
           05 WTRL-RECORD-TYPE         PIC X.
           05 WTRL-RECORD-COUNT        PIC 9(7).
           05 WTRL-HASH-TOTAL          PIC 9(9).
           05 FILLER7                  PIC X(57).

       01 VERIFY-DETAIL-COUNT          PIC 9(7) VALUE ZERO.
       01 VERIFY-HASH-TOTAL            PIC 9(9) VALUE ZERO.
       01 TRAILER-RECORD-COUNT         PIC 9(7) VALUE ZERO.
       01 TRAILER-HASH-TOTAL           PIC 9(9) VALUE ZERO.

      *    Month by month: where the month's games came from and the
      *    shop's totals for it.  An archive index of zero means the
      *    live file.
       01 MONTH-TABLE.
           05 MONTH-ENTRY OCCURS 12 TIMES.
               10 MTH-ARCHIVE-INDEX    PIC S9(4) COMP.
               10 MTH-GAME-COUNT       PIC 9(7).
               10 MTH-ATTEMPTS-SUM     PIC 9(9).
               10 MTH-ELAPSED-SUM      PIC 9(8)V99.
               10 MTH-VOIDED-COUNT     PIC 9(7).
       01 MONTH-INDEX                  PIC S9(4) COMP VALUE ZERO.
       01 MONTHS-INCOMPLETE-COUNT      PIC 9(4) VALUE ZERO.

      *    The game being tallied and the one before it.
       01 PREVIOUS-GAME-KEY            PIC X(30) VALUE LOW-VALUES.
       01 CURRENT-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01 CURRENT-DEPARTMENT           PIC X(8) VALUE SPACES.
       01 CURRENT-OPERATOR-GAMES       PIC 9(7) VALUE ZERO.

      *    The current operator's year, one entry per range played.
       01 OPER-RANGE-MAX               PIC S9(4) COMP VALUE 20.
       01 OPER-RANGE-COUNT             PIC S9(4) COMP VALUE ZERO.
       01 OPER-RANGE-TABLE.
           05 OPER-RANGE-ENTRY OCCURS 20 TIMES.
               10 ORG-RANGE            PIC X(10).
               10 ORG-GAME-COUNT       PIC 9(7).
               10 ORG-ATTEMPTS-SUM     PIC 9(9).
               10 ORG-ELAPSED-SUM      PIC 9(8)V99.
               10 ORG-Q1-GAME-COUNT    PIC 9(7).
               10 ORG-Q1-ATTEMPTS-SUM  PIC 9(9).
               10 ORG-Q4-GAME-COUNT    PIC 9(7).
               10 ORG-Q4-ATTEMPTS-SUM  PIC 9(9).
       01 OPER-RANGE-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 OPER-RANGE-FOUND-INDEX       PIC S9(4) COMP VALUE ZERO.

      *    Every range played in the year, each holding its current
      *    leader for the three operator awards.
       01 RANGE-TABLE-MAX              PIC S9(4) COMP VALUE 20.
       01 RANGE-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01 RANGE-TABLE.
           05 RANGE-ENTRY OCCURS 20 TIMES.
               10 RGE-RANGE.
                   15 RGE-LOW-VAL      PIC 9(5).
                   15 RGE-HIGH-VAL     PIC 9(5).
               10 RGE-GAME-COUNT       PIC 9(7).
               10 RGE-BA-OPERATOR-ID   PIC X(8).
               10 RGE-BA-GAME-COUNT    PIC 9(7).
               10 RGE-BA-ATTEMPTS-SUM  PIC 9(9).
               10 RGE-FT-OPERATOR-ID   PIC X(8).
               10 RGE-FT-GAME-COUNT    PIC 9(7).
               10 RGE-FT-ELAPSED-SUM   PIC 9(8)V99.
               10 RGE-MI-OPERATOR-ID   PIC X(8).
               10 RGE-MI-Q1-AVERAGE    PIC 9(4)V99.
               10 RGE-MI-Q4-AVERAGE    PIC 9(4)V99.
               10 RGE-MI-IMPROVEMENT   PIC S9(4)V99.
       01 RANGE-INDEX                  PIC S9(4) COMP VALUE ZERO.
       01 RANGE-FOUND-INDEX            PIC S9(4) COMP VALUE ZERO.
       01 GAME-RANGE.
           05 GRG-LOW-VAL              PIC 9(5).
           05 GRG-HIGH-VAL             PIC 9(5).

       01 DEPT-TABLE-MAX               PIC S9(4) COMP VALUE 100.
       01 DEPT-COUNT                   PIC S9(4) COMP VALUE ZERO.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 100 TIMES.
               10 DPT-DEPARTMENT       PIC X(8).
               10 DPT-RANGE            PIC X(10).
               10 DPT-GAME-COUNT       PIC 9(7).
               10 DPT-ATTEMPTS-SUM     PIC 9(9).
               10 DPT-ELAPSED-SUM      PIC 9(8)V99.
       01 DEPT-INDEX                   PIC S9(4) COMP VALUE ZERO.
       01 DEPT-FOUND-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 DEPT-BEST-INDEX              PIC S9(4) COMP VALUE ZERO.

      *    Every tournament with a round played in the year.
       01 TOURN-TABLE-MAX              PIC S9(4) COMP VALUE 100.
       01 TOURN-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01 TOURN-TABLE.
           05 TRN-TOURN-ID             PIC X(8) OCCURS 100 TIMES.
       01 TOURN-INDEX                  PIC S9(4) COMP VALUE ZERO.
       01 TOURN-FOUND-INDEX            PIC S9(4) COMP VALUE ZERO.
       01 LAST-ROUND-DATE              PIC 9(8) VALUE ZERO.

      *    The leader for most games played, across every range.
       01 MOST-GAMES-OPERATOR-ID       PIC X(8) VALUE SPACES.
       01 MOST-GAMES-COUNT             PIC 9(7) VALUE ZERO.

       01 RANK-COMPARE-A               PIC 9(16)V99 VALUE ZERO.
       01 RANK-COMPARE-B               PIC 9(16)V99 VALUE ZERO.
       01 Q1-AVERAGE                   PIC 9(4)V99 VALUE ZERO.
       01 Q4-AVERAGE                   PIC 9(4)V99 VALUE ZERO.
       01 IMPROVEMENT                  PIC S9(4)V99 VALUE ZERO.
       01 AVERAGE-ATTEMPTS             PIC 9(4)V99 VALUE ZERO.
       01 AVERAGE-ELAPSED              PIC 9(6)V99 VALUE ZERO.
       01 AWARD-OPERATOR-ID            PIC X(8) VALUE SPACES.

       01 ARCHIVE-GAMES-READ-COUNT     PIC 9(7) VALUE ZERO.
       01 LIVE-GAMES-READ-COUNT        PIC 9(7) VALUE ZERO.
       01 OUTSIDE-YEAR-COUNT           PIC 9(7) VALUE ZERO.
       01 DUPLICATE-GAME-COUNT         PIC 9(7) VALUE ZERO.
       01 VOIDED-GAME-COUNT            PIC 9(7) VALUE ZERO.
       01 ADJUSTED-GAME-COUNT          PIC 9(7) VALUE ZERO.
       01 GAMES-COUNTED-COUNT          PIC 9(7) VALUE ZERO.
       01 GAMES-NO-MASTER-COUNT        PIC 9(7) VALUE ZERO.

       01 REPORT-HEADER-LINE.
           05 FILLER8                  PIC X(28) VALUE
               "ANNUAL AWARDS REPORT - YEAR ".
           05 RHL-YEAR                 PIC 9(4).

       01 QUALIFYING-LINE.
           05 FILLER9                  PIC X(34) VALUE
               "Qualifying games - for the year: ".
           05 QL-MIN-GAMES             PIC ZZZ9.
           05 FILLER10                 PIC X(29) VALUE
               "   in each quarter compared: ".
           05 QL-MIN-QUARTER-GAMES     PIC ZZZ9.

       01 INCOMPLETE-LINE              PIC X(80) VALUE
           "*** YEAR INCOMPLETE - SEE THE MONTH-BY-MONTH SOURCES ***".

       01 ARCHIVE-HEADER-LINE          PIC X(80) VALUE
           "ARCHIVES READ".

       01 VERIFY-RESULT-LINE.
           05 VRL-FILE-NAME            PIC X(21).
           05 FILLER11                 PIC X(8) VALUE " COUNT  ".
           05 VRL-DETAIL-COUNT         PIC ZZZZZZ9.
           05 FILLER12                 PIC X(5) VALUE " VS  ".
           05 VRL-TRAILER-COUNT        PIC ZZZZZZ9.
           05 FILLER13                 PIC X(8) VALUE ", HASH  ".
           05 VRL-HASH-TOTAL           PIC ZZZZZZZZ9.
           05 FILLER14                 PIC X(5) VALUE " VS  ".
           05 VRL-TRAILER-HASH         PIC ZZZZZZZZ9.

       01 VERIFY-VERDICT-LINE.
           05 VVL-FILE-NAME            PIC X(21).
           05 VVL-VERDICT              PIC X(40).

       01 RANGE-HEADER-LINE.
           05 FILLER15                 PIC X(7) VALUE "Range  ".
           05 RHL-LOW-VAL              PIC ZZZZ9.
           05 FILLER16                 PIC X(3) VALUE " - ".
           05 RHL-HIGH-VAL             PIC ZZZZ9.

       01 OPERATOR-HEADER-LINE         PIC X(80) VALUE
           "OPERATOR OF THE YEAR".

       01 MOST-GAMES-LINE.
           05 FILLER17                 PIC X(22) VALUE
               "Most games played     ".
           05 MGL-OPERATOR-ID          PIC X(8).
           05 FILLER18                 PIC X(2) VALUE SPACES.
           05 MGL-OPERATOR-NAME        PIC X(30).
           05 FILLER19                 PIC X(2) VALUE SPACES.
           05 MGL-GAME-COUNT           PIC ZZZZZZ9.
           05 FILLER20                 PIC X(6) VALUE " games".

       01 OPERATOR-AWARD-LINE.
           05 OAL-LABEL                PIC X(22).
           05 OAL-OPERATOR-ID          PIC X(8).
           05 FILLER21                 PIC X(2) VALUE SPACES.
           05 OAL-OPERATOR-NAME        PIC X(20).
           05 FILLER22                 PIC X(2) VALUE SPACES.
           05 OAL-FIGURE               PIC ZZZZZ9.99.
           05 OAL-UNIT                 PIC X(4).
           05 OAL-GAME-COUNT           PIC ZZZZZZ9.
           05 FILLER23                 PIC X(6) VALUE " games".

       01 IMPROVED-HEADER-LINE         PIC X(80) VALUE
           "MOST IMPROVED - FIRST QUARTER AGAINST LAST QUARTER".
       01 IMPROVED-COLUMN-LINE.
           05 FILLER39                 PIC X(35) VALUE
               "Operator  Name                     ".
           05 FILLER40                 PIC X(36) VALUE
               "Q1 avg    Q4 avg       Fall".

       01 IMPROVED-DETAIL-LINE.
           05 IDL-OPERATOR-ID          PIC X(8).
           05 FILLER24                 PIC X(2) VALUE SPACES.
           05 IDL-OPERATOR-NAME        PIC X(20).
           05 FILLER25                 PIC X(5) VALUE SPACES.
           05 IDL-Q1-AVERAGE           PIC ZZZ9.99.
           05 FILLER26                 PIC X(5) VALUE SPACES.
           05 IDL-Q4-AVERAGE           PIC ZZZ9.99.
           05 FILLER27                 PIC X(5) VALUE SPACES.
           05 IDL-IMPROVEMENT          PIC ZZZ9.99.

       01 DEPT-HEADER-LINE             PIC X(80) VALUE
           "DEPARTMENT OF THE YEAR - BEST AVERAGE ATTEMPTS".
       01 DEPT-COLUMN-LINE             PIC X(80) VALUE
           "Dept       Games   Avg att   Avg elapsed".

       01 DEPT-DETAIL-LINE.
           05 DDL-DEPARTMENT           PIC X(8).
           05 FILLER28                 PIC X(2) VALUE SPACES.
           05 DDL-GAME-COUNT           PIC ZZZZZZ9.
           05 FILLER29                 PIC X(2) VALUE SPACES.
           05 DDL-AVG-ATTEMPTS         PIC ZZZ9.99.
           05 FILLER30                 PIC X(3) VALUE SPACES.
           05 DDL-AVG-ELAPSED          PIC ZZZZZ9.99.

       01 TOURN-HEADER-LINE            PIC X(80) VALUE
           "TOURNAMENT CHAMPIONS".
       01 TOURN-COLUMN-LINE            PIC X(80) VALUE
           "Tourn ID  Name                            Result".

       01 TOURN-DETAIL-LINE.
           05 TDL-TOURN-ID             PIC X(8).
           05 FILLER31                 PIC X(2) VALUE SPACES.
           05 TDL-TOURN-NAME           PIC X(30).
           05 FILLER32                 PIC X(2) VALUE SPACES.
           05 TDL-RESULT               PIC X(38).
       01 TDL-ROUNDS-PLAYED            PIC ZZ9.
       01 TDL-TOTAL-ROUNDS             PIC ZZ9.

       01 MONTH-HEADER-LINE            PIC X(80) VALUE
           "MONTH-BY-MONTH SHOP TOTALS".
       01 MONTH-COLUMN-LINE            PIC X(80) VALUE
           "Month     Games   Avg att   Avg elapsed  Voided  Source".

       01 MONTH-DETAIL-LINE.
           05 MDL-YEAR                 PIC 9(4).
           05 FILLER33                 PIC X VALUE "-".
           05 MDL-MONTH                PIC 99.
           05 FILLER34                 PIC X(2) VALUE SPACES.
           05 MDL-GAME-COUNT           PIC ZZZZZZ9.
           05 FILLER35                 PIC X(2) VALUE SPACES.
           05 MDL-AVG-ATTEMPTS         PIC ZZZ9.99.
           05 FILLER36                 PIC X(3) VALUE SPACES.
           05 MDL-AVG-ELAPSED          PIC ZZZZZ9.99.
           05 FILLER37                 PIC X(2) VALUE SPACES.
           05 MDL-VOIDED-COUNT         PIC ZZZZZ9.
           05 FILLER38                 PIC X(2) VALUE SPACES.
           05 MDL-SOURCE               PIC X(32).

       01 TOTAL-LINE.
           05 TOT-LABEL                PIC X(34).
           05 TOT-VALUE                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-GAME-KEY
               INPUT PROCEDURE IS 2000-RELEASE-GAMES
               OUTPUT PROCEDURE IS 3000-TALLY-GAMES.
           PERFORM 4000-LOAD-TOURNAMENTS.
           PERFORM 5000-WRITE-OPERATOR-AWARDS.
           PERFORM 5300-WRITE-MOST-IMPROVED.
           PERFORM 5400-WRITE-DEPARTMENT-AWARDS.
           PERFORM 5500-WRITE-CHAMPIONS.
           PERFORM 5600-WRITE-MONTH-TOTALS.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-BUSINESS-DATE.
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                   UNTIL MONTH-INDEX > 12
               MOVE 0 TO MTH-ARCHIVE-INDEX(MONTH-INDEX)
               MOVE 0 TO MTH-GAME-COUNT(MONTH-INDEX)
               MOVE 0 TO MTH-ATTEMPTS-SUM(MONTH-INDEX)
               MOVE 0 TO MTH-ELAPSED-SUM(MONTH-INDEX)
               MOVE 0 TO MTH-VOIDED-COUNT(MONTH-INDEX)
           END-PERFORM.
           PERFORM 1100-LOAD-AWARDS-PARM.
           COMPUTE YEAR-FIRST-DATE = AWARDS-YEAR * 10000 + 0101.
           COMPUTE YEAR-LAST-DATE = AWARDS-YEAR * 10000 + 1231.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open history file, status "
                   HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to open operator master, status "
                   OPERATOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open awards report, status "
                   REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-OPEN-DISPUTE-FILE.
           MOVE AWARDS-YEAR TO RHL-YEAR.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           MOVE MIN-GAMES TO QL-MIN-GAMES.
           MOVE MIN-QUARTER-GAMES TO QL-MIN-QUARTER-GAMES.
           WRITE REPORT-LINE FROM QUALIFYING-LINE.
           PERFORM 1300-VERIFY-ARCHIVES.

      *    The business date supplies the default year and tells a
      *    month not yet reached from a quiet one.
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
                       "awards run cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO BUSINESS-DATE.
           CLOSE BUSINESS-DATE-FILE.

       1100-LOAD-AWARDS-PARM.
           OPEN INPUT AWARDS-PARM-FILE.
           IF AWARDS-PARM-STATUS NOT = "00"
               DISPLAY "No awards parameter card GAMEAWDP.DAT, "
                   "status " AWARDS-PARM-STATUS
                   " - run cancelled."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BUSINESS-YEAR TO AWARDS-YEAR.
           PERFORM UNTIL NO-MORE-PARM-LINES
               READ AWARDS-PARM-FILE
                   AT END
                       SET NO-MORE-PARM-LINES TO TRUE
                   NOT AT END
                       PERFORM 1150-EDIT-PARM-LINE
               END-READ
           END-PERFORM.
           CLOSE AWARDS-PARM-FILE.

      *    A line that cannot be used is shown and skipped; the month
      *    it meant to name is then taken from the live file and, if
      *    quiet, marked.
       1150-EDIT-PARM-LINE.
           EVALUATE AWDP-LINE-TYPE
               WHEN 'Y'
               WHEN 'y'
                   IF AWDY-YEAR IS NUMERIC
                       MOVE AWDY-YEAR TO AWARDS-YEAR
                   END-IF
                   EVALUATE TRUE
                       WHEN AWDY-MIN-GAMES = SPACES
                           CONTINUE
                       WHEN AWDY-MIN-GAMES IS NUMERIC
                               AND AWDY-MIN-GAMES > "0000"
                           MOVE AWDY-MIN-GAMES TO MIN-GAMES
                       WHEN OTHER
                           DISPLAY "Ignoring year minimum '"
                               AWDY-MIN-GAMES "' on awards card - "
                               "not a number of games above zero."
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN AWDY-MIN-QUARTER-GAMES = SPACES
                           CONTINUE
                       WHEN AWDY-MIN-QUARTER-GAMES IS NUMERIC
                               AND AWDY-MIN-QUARTER-GAMES > "0000"
                           MOVE AWDY-MIN-QUARTER-GAMES
                               TO MIN-QUARTER-GAMES
                       WHEN OTHER
                           DISPLAY "Ignoring quarter minimum '"
                               AWDY-MIN-QUARTER-GAMES
                               "' on awards card - not a number of "
                               "games above zero."
                   END-EVALUATE
               WHEN 'M'
               WHEN 'm'
                   IF AWDM-MONTH IS NUMERIC
                           AND AWDM-ARCHIVE-DATE IS NUMERIC
                           AND AWDM-MONTH >= "01"
                           AND AWDM-MONTH <= "12"
                       MOVE AWDM-MONTH TO CARD-MONTH
                       MOVE AWDM-ARCHIVE-DATE TO CARD-ARCHIVE-DATE
                       PERFORM 1160-NOTE-MONTH-ARCHIVE
                   ELSE
                       DISPLAY "Ignoring awards card line '"
                           AWARDS-PARM-RECORD "' - not a month and "
                           "a yyyymmdd archive date."
                   END-IF
               WHEN OTHER
                   DISPLAY "Ignoring awards card line '"
                       AWARDS-PARM-RECORD "' - not a Y or M line."
           END-EVALUATE.

       1160-NOTE-MONTH-ARCHIVE.
           IF MTH-ARCHIVE-INDEX(CARD-MONTH) NOT = 0
               DISPLAY "Ignoring second archive named for month "
                   CARD-MONTH "."
           ELSE
               MOVE 0 TO ARCHIVE-FOUND-INDEX
               PERFORM VARYING ARCHIVE-INDEX FROM 1 BY 1
                       UNTIL ARCHIVE-INDEX > ARCHIVE-COUNT
                       OR ARCHIVE-FOUND-INDEX > 0
                   IF ARC-ARCHIVE-DATE(ARCHIVE-INDEX)
                           = CARD-ARCHIVE-DATE
                       MOVE ARCHIVE-INDEX TO ARCHIVE-FOUND-INDEX
                   END-IF
               END-PERFORM
               IF ARCHIVE-FOUND-INDEX = 0
                   IF ARCHIVE-COUNT >= ARCHIVE-TABLE-MAX
                       DISPLAY "Archive table full at "
                           ARCHIVE-TABLE-MAX
                           " entries - raise the table size and "
                           "rerun."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ARCHIVE-COUNT
                   MOVE CARD-ARCHIVE-DATE
                       TO ARC-ARCHIVE-DATE(ARCHIVE-COUNT)
                   MOVE 'M' TO ARC-STATUS(ARCHIVE-COUNT)
                   MOVE ARCHIVE-COUNT TO ARCHIVE-FOUND-INDEX
               END-IF
               MOVE ARCHIVE-FOUND-INDEX
                   TO MTH-ARCHIVE-INDEX(CARD-MONTH)
           END-IF.

      *    No dispute file just means no game has been ruled on.
       1200-OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE.
           IF DISPUTE-STATUS = "00"
               SET DISPUTES-ARE-OPEN TO TRUE
           ELSE
               DISPLAY "Note: no dispute file (status "
                   DISPUTE-STATUS ") - counting every game as played."
           END-IF.

      *    Every archive is balanced before any game is taken from
      *    it; one that is missing or does not balance stays out.
       1300-VERIFY-ARCHIVES.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM ARCHIVE-HEADER-LINE.
           IF ARCHIVE-COUNT = 0
               MOVE "NO ARCHIVES NAMED - LIVE FILE ONLY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 1310-VERIFY-ONE-ARCHIVE
                   VARYING ARCHIVE-INDEX FROM 1 BY 1
                   UNTIL ARCHIVE-INDEX > ARCHIVE-COUNT
           END-IF.
           IF HIGHEST-GRADE >= 8
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM INCOMPLETE-LINE
           END-IF.

       1310-VERIFY-ONE-ARCHIVE.
           MOVE ARC-ARCHIVE-DATE(ARCHIVE-INDEX) TO AFN-ARCHIVE-DATE.
           MOVE ARCHIVE-FILE-NAME TO VRL-FILE-NAME.
           MOVE ARCHIVE-FILE-NAME TO VVL-FILE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS NOT = "00"
               SET ARC-IS-MISSING(ARCHIVE-INDEX) TO TRUE
               MOVE SPACES TO VVL-VERDICT
               STRING "FAIL - NOT FOUND, STATUS " DELIMITED BY SIZE
                       ARCHIVE-STATUS DELIMITED BY SIZE
                   INTO VVL-VERDICT
               END-STRING
               WRITE REPORT-LINE FROM VERIFY-VERDICT-LINE
               MOVE 8 TO NEW-GRADE
               PERFORM 7900-RAISE-GRADE
           ELSE
               MOVE 0 TO VERIFY-DETAIL-COUNT
               MOVE 0 TO VERIFY-HASH-TOTAL
               MOVE 0 TO TRAILER-RECORD-COUNT
               MOVE 0 TO TRAILER-HASH-TOTAL
               MOVE 'N' TO TRAILER-SEEN-FLAG
               MOVE 'N' TO HEADER-SEEN-FLAG
               MOVE 'N' TO HEADER-MISMATCH-FLAG
               MOVE 'N' TO ARCHIVE-EOF-FLAG
               PERFORM UNTIL NO-MORE-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END
                           SET NO-MORE-ARCHIVE TO TRUE
                       NOT AT END
                           PERFORM 1320-VERIFY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               PERFORM 1380-JUDGE-BALANCE
           END-IF.

       1320-VERIFY-ONE-RECORD.
           EVALUATE ARCHIVE-RECORD(1:1)
               WHEN 'H'
                   MOVE ARCHIVE-RECORD TO WORK-HEADER-RECORD
                   SET HEADER-WAS-SEEN TO TRUE
                   IF WHDR-RUN-DATE
                           NOT = ARC-ARCHIVE-DATE(ARCHIVE-INDEX)
                       SET HEADER-DATE-MISMATCH TO TRUE
                   END-IF
               WHEN 'D'
                   MOVE ARCHIVE-RECORD TO WORK-HIST-DETAIL-RECORD
                   ADD 1 TO VERIFY-DETAIL-COUNT
                   ADD WDTL-ATTEMPTS TO VERIFY-HASH-TOTAL
      *        A rerun on the same run date appends a second
      *        header/detail/trailer segment to the same dated file,
      *        so the trailers are summed and the whole file must
      *        balance against that sum.
               WHEN 'T'
                   MOVE ARCHIVE-RECORD TO WORK-TRAILER-RECORD
                   ADD WTRL-RECORD-COUNT TO TRAILER-RECORD-COUNT
                   ADD WTRL-HASH-TOTAL TO TRAILER-HASH-TOTAL
                   SET TRAILER-WAS-SEEN TO TRUE
           END-EVALUATE.

       1380-JUDGE-BALANCE.
           MOVE VERIFY-DETAIL-COUNT TO VRL-DETAIL-COUNT.
           MOVE TRAILER-RECORD-COUNT TO VRL-TRAILER-COUNT.
           MOVE VERIFY-HASH-TOTAL TO VRL-HASH-TOTAL.
           MOVE TRAILER-HASH-TOTAL TO VRL-TRAILER-HASH.
           WRITE REPORT-LINE FROM VERIFY-RESULT-LINE.
           SET ARC-IS-OUT-OF-BALANCE(ARCHIVE-INDEX) TO TRUE.
           EVALUATE TRUE
               WHEN NOT HEADER-WAS-SEEN
                   MOVE "FAIL - NO HEADER RECORD" TO VVL-VERDICT
               WHEN HEADER-DATE-MISMATCH
                   MOVE "FAIL - HEADER NOT DATED AS FILE NAMED"
                       TO VVL-VERDICT
               WHEN NOT TRAILER-WAS-SEEN
                   MOVE "FAIL - NO TRAILER RECORD" TO VVL-VERDICT
               WHEN VERIFY-DETAIL-COUNT = TRAILER-RECORD-COUNT
                   AND VERIFY-HASH-TOTAL = TRAILER-HASH-TOTAL
                   MOVE "PASS - FILE BALANCES" TO VVL-VERDICT
                   SET ARC-IS-BALANCED(ARCHIVE-INDEX) TO TRUE
               WHEN OTHER
                   MOVE "FAIL - TRAILER MISMATCH" TO VVL-VERDICT
           END-EVALUATE.
           WRITE REPORT-LINE FROM VERIFY-VERDICT-LINE.
           IF NOT ARC-IS-BALANCED(ARCHIVE-INDEX)
               MOVE 8 TO NEW-GRADE
               PERFORM 7900-RAISE-GRADE
           END-IF.

      *    Sort input: the year's games from every balanced archive,
      *    then from the live file on its date key.
       2000-RELEASE-GAMES.
           PERFORM 2100-RELEASE-ARCHIVE
               VARYING ARCHIVE-INDEX FROM 1 BY 1
               UNTIL ARCHIVE-INDEX > ARCHIVE-COUNT.
           PERFORM 2300-RELEASE-LIVE-GAMES.

       2100-RELEASE-ARCHIVE.
           IF ARC-IS-BALANCED(ARCHIVE-INDEX)
               MOVE ARC-ARCHIVE-DATE(ARCHIVE-INDEX)
                   TO AFN-ARCHIVE-DATE
               OPEN INPUT ARCHIVE-FILE
               IF ARCHIVE-STATUS NOT = "00"
                   DISPLAY "Unable to reopen archive file "
                       ARCHIVE-FILE-NAME ", status " ARCHIVE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO ARCHIVE-EOF-FLAG
               PERFORM UNTIL NO-MORE-ARCHIVE
                   READ ARCHIVE-FILE
                       AT END
                           SET NO-MORE-ARCHIVE TO TRUE
                       NOT AT END
                           IF ARCHIVE-RECORD(1:1) = 'D'
                               MOVE ARCHIVE-RECORD
                                   TO WORK-HIST-DETAIL-RECORD
                               PERFORM 2200-RELEASE-ARCHIVED-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       2200-RELEASE-ARCHIVED-GAME.
           IF WDTL-GAME-DATE >= YEAR-FIRST-DATE
                   AND WDTL-GAME-DATE <= YEAR-LAST-DATE
               ADD 1 TO ARCHIVE-GAMES-READ-COUNT
               MOVE WDTL-GAME-KEY TO SRT-GAME-KEY
               MOVE WDTL-ATTEMPTS TO SRT-ATTEMPTS
               MOVE WDTL-ELAPSED-SECONDS TO SRT-ELAPSED-SECONDS
               MOVE WDTL-LOW-VAL TO SRT-LOW-VAL
               MOVE WDTL-HIGH-VAL TO SRT-HIGH-VAL
               RELEASE SORT-RECORD
           ELSE
               ADD 1 TO OUTSIDE-YEAR-COUNT
           END-IF.

       2300-RELEASE-LIVE-GAMES.
           MOVE YEAR-FIRST-DATE TO HIST-GAME-DATE.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-GAME-DATE
               INVALID KEY
                   SET NO-MORE-HISTORY TO TRUE
           END-START.
           PERFORM UNTIL NO-MORE-HISTORY
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HISTORY TO TRUE
                   NOT AT END
                       IF HIST-GAME-DATE > YEAR-LAST-DATE
                           SET NO-MORE-HISTORY TO TRUE
                       ELSE
                           PERFORM 2350-RELEASE-LIVE-GAME
                       END-IF
               END-READ
           END-PERFORM.

       2350-RELEASE-LIVE-GAME.
           ADD 1 TO LIVE-GAMES-READ-COUNT.
           MOVE HIST-KEY TO SRT-GAME-KEY.
           MOVE HIST-ATTEMPTS TO SRT-ATTEMPTS.
           MOVE HIST-ELAPSED-SECONDS TO SRT-ELAPSED-SECONDS.
           MOVE HIST-LOW-VAL TO SRT-LOW-VAL.
           MOVE HIST-HIGH-VAL TO SRT-HIGH-VAL.
           RELEASE SORT-RECORD.

      *    Sort output: operator-major, so each operator's year is
      *    complete when the operator changes and can be set against
      *    the leaders there and then.
       3000-TALLY-GAMES.
           PERFORM UNTIL NO-MORE-SORTED-GAMES
               RETURN SORT-WORK-FILE
                   AT END
                       SET NO-MORE-SORTED-GAMES TO TRUE
                   NOT AT END
                       PERFORM 3100-TALLY-ONE-GAME
               END-RETURN
           END-PERFORM.
           IF AN-OPERATOR-IS-OPEN
               PERFORM 3400-CLOSE-OPERATOR
           END-IF.

       3100-TALLY-ONE-GAME.
           IF SRT-GAME-KEY = PREVIOUS-GAME-KEY
               ADD 1 TO DUPLICATE-GAME-COUNT
           ELSE
               MOVE SRT-GAME-KEY TO PREVIOUS-GAME-KEY
               IF SRT-OPERATOR-ID NOT = CURRENT-OPERATOR-ID
                   IF AN-OPERATOR-IS-OPEN
                       PERFORM 3400-CLOSE-OPERATOR
                   END-IF
                   PERFORM 3200-START-OPERATOR
               END-IF
               PERFORM 3150-LOOK-UP-DISPUTE
               MOVE SRT-GAME-MONTH TO MONTH-INDEX
               IF GAME-IS-VOIDED
                   ADD 1 TO VOIDED-GAME-COUNT
                   ADD 1 TO MTH-VOIDED-COUNT(MONTH-INDEX)
               ELSE
                   PERFORM 3300-COUNT-GAME
               END-IF
           END-IF.

      *    Only a ruled void or adjustment changes the awards; an
      *    open or upheld case leaves the game as played.
       3150-LOOK-UP-DISPUTE.
           MOVE 'N' TO GAME-VOIDED-FLAG.
           MOVE 'N' TO GAME-ADJUSTED-FLAG.
           MOVE SRT-ATTEMPTS TO EFFECTIVE-ATTEMPTS.
           IF DISPUTES-ARE-OPEN
               MOVE SRT-GAME-KEY TO DSP-KEY
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

      *    An operator missing from the master still counts in the
      *    shop totals and the operator awards, but has no
      *    department to count for.
       3200-START-OPERATOR.
           MOVE SRT-OPERATOR-ID TO CURRENT-OPERATOR-ID.
           SET AN-OPERATOR-IS-OPEN TO TRUE.
           MOVE 0 TO CURRENT-OPERATOR-GAMES.
           MOVE 0 TO OPER-RANGE-COUNT.
           MOVE SPACES TO CURRENT-DEPARTMENT.
           MOVE SRT-OPERATOR-ID TO AWARD-OPERATOR-ID.
           PERFORM 7100-READ-MASTER.
           IF OPERATOR-WAS-FOUND
               MOVE OPR-DEPARTMENT TO CURRENT-DEPARTMENT
           END-IF.

       3300-COUNT-GAME.
           IF GAME-IS-ADJUSTED
               ADD 1 TO ADJUSTED-GAME-COUNT
           END-IF.
           ADD 1 TO GAMES-COUNTED-COUNT.
           ADD 1 TO MTH-GAME-COUNT(MONTH-INDEX).
           ADD EFFECTIVE-ATTEMPTS TO MTH-ATTEMPTS-SUM(MONTH-INDEX).
           ADD SRT-ELAPSED-SECONDS TO MTH-ELAPSED-SUM(MONTH-INDEX).
           ADD 1 TO CURRENT-OPERATOR-GAMES.
           MOVE SRT-LOW-VAL TO GRG-LOW-VAL.
           MOVE SRT-HIGH-VAL TO GRG-HIGH-VAL.
           PERFORM 3320-FIND-RANGE.
           ADD 1 TO RGE-GAME-COUNT(RANGE-FOUND-INDEX).
           PERFORM 3340-COUNT-OPERATOR-RANGE.
           IF CURRENT-DEPARTMENT NOT = SPACES
               PERFORM 3360-COUNT-DEPARTMENT
           ELSE
               ADD 1 TO GAMES-NO-MASTER-COUNT
           END-IF.

      *    A range seen for the first time starts with no leaders.
       3320-FIND-RANGE.
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
               MOVE 0 TO RGE-GAME-COUNT(RANGE-COUNT)
               MOVE SPACES TO RGE-BA-OPERATOR-ID(RANGE-COUNT)
               MOVE 0 TO RGE-BA-GAME-COUNT(RANGE-COUNT)
               MOVE 0 TO RGE-BA-ATTEMPTS-SUM(RANGE-COUNT)
               MOVE SPACES TO RGE-FT-OPERATOR-ID(RANGE-COUNT)
               MOVE 0 TO RGE-FT-GAME-COUNT(RANGE-COUNT)
               MOVE 0 TO RGE-FT-ELAPSED-SUM(RANGE-COUNT)
               MOVE SPACES TO RGE-MI-OPERATOR-ID(RANGE-COUNT)
               MOVE 0 TO RGE-MI-Q1-AVERAGE(RANGE-COUNT)
               MOVE 0 TO RGE-MI-Q4-AVERAGE(RANGE-COUNT)
               MOVE 0 TO RGE-MI-IMPROVEMENT(RANGE-COUNT)
               MOVE RANGE-COUNT TO RANGE-FOUND-INDEX
           END-IF.

       3340-COUNT-OPERATOR-RANGE.
           MOVE 0 TO OPER-RANGE-FOUND-INDEX.
           PERFORM VARYING OPER-RANGE-INDEX FROM 1 BY 1
                   UNTIL OPER-RANGE-INDEX > OPER-RANGE-COUNT
                   OR OPER-RANGE-FOUND-INDEX > 0
               IF ORG-RANGE(OPER-RANGE-INDEX) = GAME-RANGE
                   MOVE OPER-RANGE-INDEX TO OPER-RANGE-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF OPER-RANGE-FOUND-INDEX = 0
               IF OPER-RANGE-COUNT >= OPER-RANGE-MAX
                   DISPLAY "Operator range table full at "
                       OPER-RANGE-MAX
                       " entries - raise the table size and rerun."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO OPER-RANGE-COUNT
               MOVE GAME-RANGE TO ORG-RANGE(OPER-RANGE-COUNT)
               MOVE 0 TO ORG-GAME-COUNT(OPER-RANGE-COUNT)
               MOVE 0 TO ORG-ATTEMPTS-SUM(OPER-RANGE-COUNT)
               MOVE 0 TO ORG-ELAPSED-SUM(OPER-RANGE-COUNT)
               MOVE 0 TO ORG-Q1-GAME-COUNT(OPER-RANGE-COUNT)
               MOVE 0 TO ORG-Q1-ATTEMPTS-SUM(OPER-RANGE-COUNT)
               MOVE 0 TO ORG-Q4-GAME-COUNT(OPER-RANGE-COUNT)
               MOVE 0 TO ORG-Q4-ATTEMPTS-SUM(OPER-RANGE-COUNT)
               MOVE OPER-RANGE-COUNT TO OPER-RANGE-FOUND-INDEX
           END-IF.
           MOVE OPER-RANGE-FOUND-INDEX TO OPER-RANGE-INDEX.
           ADD 1 TO ORG-GAME-COUNT(OPER-RANGE-INDEX).
           ADD EFFECTIVE-ATTEMPTS TO ORG-ATTEMPTS-SUM(OPER-RANGE-INDEX).
           ADD SRT-ELAPSED-SECONDS TO ORG-ELAPSED-SUM(OPER-RANGE-INDEX).
           EVALUATE TRUE
               WHEN SRT-GAME-MONTH <= 3
                   ADD 1 TO ORG-Q1-GAME-COUNT(OPER-RANGE-INDEX)
                   ADD EFFECTIVE-ATTEMPTS
                       TO ORG-Q1-ATTEMPTS-SUM(OPER-RANGE-INDEX)
               WHEN SRT-GAME-MONTH >= 10
                   ADD 1 TO ORG-Q4-GAME-COUNT(OPER-RANGE-INDEX)
                   ADD EFFECTIVE-ATTEMPTS
                       TO ORG-Q4-ATTEMPTS-SUM(OPER-RANGE-INDEX)
           END-EVALUATE.

       3360-COUNT-DEPARTMENT.
           MOVE 0 TO DEPT-FOUND-INDEX.
           PERFORM VARYING DEPT-INDEX FROM 1 BY 1
                   UNTIL DEPT-INDEX > DEPT-COUNT
                   OR DEPT-FOUND-INDEX > 0
               IF DPT-DEPARTMENT(DEPT-INDEX) = CURRENT-DEPARTMENT
                       AND DPT-RANGE(DEPT-INDEX) = GAME-RANGE
                   MOVE DEPT-INDEX TO DEPT-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF DEPT-FOUND-INDEX = 0
               IF DEPT-COUNT >= DEPT-TABLE-MAX
                   DISPLAY "Department table full at " DEPT-TABLE-MAX
                       " entries - raise the table size and rerun."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO DEPT-COUNT
               MOVE CURRENT-DEPARTMENT TO DPT-DEPARTMENT(DEPT-COUNT)
               MOVE GAME-RANGE TO DPT-RANGE(DEPT-COUNT)
               MOVE 0 TO DPT-GAME-COUNT(DEPT-COUNT)
               MOVE 0 TO DPT-ATTEMPTS-SUM(DEPT-COUNT)
               MOVE 0 TO DPT-ELAPSED-SUM(DEPT-COUNT)
               MOVE DEPT-COUNT TO DEPT-FOUND-INDEX
           END-IF.
           ADD 1 TO DPT-GAME-COUNT(DEPT-FOUND-INDEX).
           ADD EFFECTIVE-ATTEMPTS TO DPT-ATTEMPTS-SUM(DEPT-FOUND-INDEX).
           ADD SRT-ELAPSED-SECONDS TO DPT-ELAPSED-SUM(DEPT-FOUND-INDEX).

      *    The operator's year is set against the leaders: most
      *    games over every range, then range by range for the
      *    average-based awards.
       3400-CLOSE-OPERATOR.
           IF CURRENT-OPERATOR-GAMES > MOST-GAMES-COUNT
               MOVE CURRENT-OPERATOR-ID TO MOST-GAMES-OPERATOR-ID
               MOVE CURRENT-OPERATOR-GAMES TO MOST-GAMES-COUNT
           END-IF.
           PERFORM 3410-CLOSE-OPERATOR-RANGE
               VARYING OPER-RANGE-INDEX FROM 1 BY 1
               UNTIL OPER-RANGE-INDEX > OPER-RANGE-COUNT.
           MOVE 'N' TO OPERATOR-OPEN-FLAG.

       3410-CLOSE-OPERATOR-RANGE.
           MOVE ORG-RANGE(OPER-RANGE-INDEX) TO GAME-RANGE.
           PERFORM 3320-FIND-RANGE.
           MOVE RANGE-FOUND-INDEX TO RANGE-INDEX.
           IF ORG-GAME-COUNT(OPER-RANGE-INDEX) >= MIN-GAMES
               PERFORM 3420-CHECK-BEST-AVERAGE
               PERFORM 3430-CHECK-FASTEST-TIME
           END-IF.
           IF ORG-Q1-GAME-COUNT(OPER-RANGE-INDEX) >= MIN-QUARTER-GAMES
                   AND ORG-Q4-GAME-COUNT(OPER-RANGE-INDEX)
                       >= MIN-QUARTER-GAMES
               PERFORM 3440-CHECK-IMPROVEMENT
           END-IF.

       3420-CHECK-BEST-AVERAGE.
           COMPUTE RANK-COMPARE-A =
               ORG-ATTEMPTS-SUM(OPER-RANGE-INDEX)
               * RGE-BA-GAME-COUNT(RANGE-INDEX).
           COMPUTE RANK-COMPARE-B =
               RGE-BA-ATTEMPTS-SUM(RANGE-INDEX)
               * ORG-GAME-COUNT(OPER-RANGE-INDEX).
           IF RGE-BA-OPERATOR-ID(RANGE-INDEX) = SPACES
                   OR RANK-COMPARE-A < RANK-COMPARE-B
                   OR (RANK-COMPARE-A = RANK-COMPARE-B
                       AND ORG-GAME-COUNT(OPER-RANGE-INDEX)
                           > RGE-BA-GAME-COUNT(RANGE-INDEX))
               MOVE CURRENT-OPERATOR-ID
                   TO RGE-BA-OPERATOR-ID(RANGE-INDEX)
               MOVE ORG-GAME-COUNT(OPER-RANGE-INDEX)
                   TO RGE-BA-GAME-COUNT(RANGE-INDEX)
               MOVE ORG-ATTEMPTS-SUM(OPER-RANGE-INDEX)
                   TO RGE-BA-ATTEMPTS-SUM(RANGE-INDEX)
           END-IF.

       3430-CHECK-FASTEST-TIME.
           COMPUTE RANK-COMPARE-A =
               ORG-ELAPSED-SUM(OPER-RANGE-INDEX)
               * RGE-FT-GAME-COUNT(RANGE-INDEX).
           COMPUTE RANK-COMPARE-B =
               RGE-FT-ELAPSED-SUM(RANGE-INDEX)
               * ORG-GAME-COUNT(OPER-RANGE-INDEX).
           IF RGE-FT-OPERATOR-ID(RANGE-INDEX) = SPACES
                   OR RANK-COMPARE-A < RANK-COMPARE-B
                   OR (RANK-COMPARE-A = RANK-COMPARE-B
                       AND ORG-GAME-COUNT(OPER-RANGE-INDEX)
                           > RGE-FT-GAME-COUNT(RANGE-INDEX))
               MOVE CURRENT-OPERATOR-ID
                   TO RGE-FT-OPERATOR-ID(RANGE-INDEX)
               MOVE ORG-GAME-COUNT(OPER-RANGE-INDEX)
                   TO RGE-FT-GAME-COUNT(RANGE-INDEX)
               MOVE ORG-ELAPSED-SUM(OPER-RANGE-INDEX)
                   TO RGE-FT-ELAPSED-SUM(RANGE-INDEX)
           END-IF.

      *    Improvement is the fall in average attempts; only an
      *    operator who actually got better can win it.
       3440-CHECK-IMPROVEMENT.
           COMPUTE Q1-AVERAGE ROUNDED =
               ORG-Q1-ATTEMPTS-SUM(OPER-RANGE-INDEX)
               / ORG-Q1-GAME-COUNT(OPER-RANGE-INDEX).
           COMPUTE Q4-AVERAGE ROUNDED =
               ORG-Q4-ATTEMPTS-SUM(OPER-RANGE-INDEX)
               / ORG-Q4-GAME-COUNT(OPER-RANGE-INDEX).
           COMPUTE IMPROVEMENT = Q1-AVERAGE - Q4-AVERAGE.
           IF IMPROVEMENT > RGE-MI-IMPROVEMENT(RANGE-INDEX)
               MOVE CURRENT-OPERATOR-ID
                   TO RGE-MI-OPERATOR-ID(RANGE-INDEX)
               MOVE Q1-AVERAGE TO RGE-MI-Q1-AVERAGE(RANGE-INDEX)
               MOVE Q4-AVERAGE TO RGE-MI-Q4-AVERAGE(RANGE-INDEX)
               MOVE IMPROVEMENT TO RGE-MI-IMPROVEMENT(RANGE-INDEX)
           END-IF.

      *    The tournaments of the year are the ones with a round
      *    played in it on the results file; no results file means
      *    no tournament was played.
       4000-LOAD-TOURNAMENTS.
           OPEN INPUT TOURN-RESULT-FILE.
           IF TOURN-RESULT-STATUS = "00"
               PERFORM UNTIL NO-MORE-RESULTS
                   READ TOURN-RESULT-FILE
                       AT END
                           SET NO-MORE-RESULTS TO TRUE
                       NOT AT END
                           IF TRES-ROUND-DATE >= YEAR-FIRST-DATE
                               AND TRES-ROUND-DATE <= YEAR-LAST-DATE
                               PERFORM 4100-NOTE-TOURNAMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TOURN-RESULT-FILE
           END-IF.
           IF TOURN-COUNT > 0
               OPEN INPUT TOURN-MASTER-FILE
               IF TOURN-MASTER-STATUS = "00"
                   SET TOURN-MASTER-IS-OPEN TO TRUE
               END-IF
           END-IF.

       4100-NOTE-TOURNAMENT.
           MOVE 0 TO TOURN-FOUND-INDEX.
           PERFORM VARYING TOURN-INDEX FROM 1 BY 1
                   UNTIL TOURN-INDEX > TOURN-COUNT
                   OR TOURN-FOUND-INDEX > 0
               IF TRN-TOURN-ID(TOURN-INDEX) = TRES-TOURN-ID
                   MOVE TOURN-INDEX TO TOURN-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF TOURN-FOUND-INDEX = 0
               IF TOURN-COUNT >= TOURN-TABLE-MAX
                   DISPLAY "Tournament table full at " TOURN-TABLE-MAX
                       " entries - raise the table size and rerun."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO TOURN-COUNT
               MOVE TRES-TOURN-ID TO TRN-TOURN-ID(TOURN-COUNT)
           END-IF.

       5000-WRITE-OPERATOR-AWARDS.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM OPERATOR-HEADER-LINE.
           IF MOST-GAMES-OPERATOR-ID = SPACES
               MOVE "NO GAMES PLAYED IN THE YEAR" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE MOST-GAMES-OPERATOR-ID TO AWARD-OPERATOR-ID
               PERFORM 7100-READ-MASTER
               MOVE MOST-GAMES-OPERATOR-ID TO MGL-OPERATOR-ID
               MOVE OPR-FULL-NAME TO MGL-OPERATOR-NAME
               MOVE MOST-GAMES-COUNT TO MGL-GAME-COUNT
               WRITE REPORT-LINE FROM MOST-GAMES-LINE
               PERFORM 5100-WRITE-RANGE-AWARDS
                   VARYING RANGE-INDEX FROM 1 BY 1
                   UNTIL RANGE-INDEX > RANGE-COUNT
           END-IF.

       5100-WRITE-RANGE-AWARDS.
           PERFORM 7000-WRITE-RANGE-HEADER.
           IF RGE-BA-OPERATOR-ID(RANGE-INDEX) = SPACES
               PERFORM 7200-WRITE-NONE-QUALIFIED
           ELSE
               MOVE RGE-BA-OPERATOR-ID(RANGE-INDEX)
                   TO AWARD-OPERATOR-ID
               PERFORM 7100-READ-MASTER
               MOVE "Best average attempts " TO OAL-LABEL
               MOVE AWARD-OPERATOR-ID TO OAL-OPERATOR-ID
               MOVE OPR-FULL-NAME TO OAL-OPERATOR-NAME
               COMPUTE AVERAGE-ATTEMPTS ROUNDED =
                   RGE-BA-ATTEMPTS-SUM(RANGE-INDEX)
                   / RGE-BA-GAME-COUNT(RANGE-INDEX)
               MOVE AVERAGE-ATTEMPTS TO OAL-FIGURE
               MOVE " att" TO OAL-UNIT
               MOVE RGE-BA-GAME-COUNT(RANGE-INDEX) TO OAL-GAME-COUNT
               WRITE REPORT-LINE FROM OPERATOR-AWARD-LINE
               MOVE RGE-FT-OPERATOR-ID(RANGE-INDEX)
                   TO AWARD-OPERATOR-ID
               PERFORM 7100-READ-MASTER
               MOVE "Fastest average time  " TO OAL-LABEL
               MOVE AWARD-OPERATOR-ID TO OAL-OPERATOR-ID
               MOVE OPR-FULL-NAME TO OAL-OPERATOR-NAME
               COMPUTE AVERAGE-ELAPSED ROUNDED =
                   RGE-FT-ELAPSED-SUM(RANGE-INDEX)
                   / RGE-FT-GAME-COUNT(RANGE-INDEX)
               MOVE AVERAGE-ELAPSED TO OAL-FIGURE
               MOVE " sec" TO OAL-UNIT
               MOVE RGE-FT-GAME-COUNT(RANGE-INDEX) TO OAL-GAME-COUNT
               WRITE REPORT-LINE FROM OPERATOR-AWARD-LINE
           END-IF.

       5300-WRITE-MOST-IMPROVED.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM IMPROVED-HEADER-LINE.
           IF RANGE-COUNT = 0
               MOVE "NO GAMES PLAYED IN THE YEAR" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 5310-WRITE-RANGE-IMPROVED
                   VARYING RANGE-INDEX FROM 1 BY 1
                   UNTIL RANGE-INDEX > RANGE-COUNT
           END-IF.

       5310-WRITE-RANGE-IMPROVED.
           PERFORM 7000-WRITE-RANGE-HEADER.
           IF RGE-MI-OPERATOR-ID(RANGE-INDEX) = SPACES
               MOVE "No qualifying operator improved on this range"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM IMPROVED-COLUMN-LINE
               MOVE RGE-MI-OPERATOR-ID(RANGE-INDEX)
                   TO AWARD-OPERATOR-ID
               PERFORM 7100-READ-MASTER
               MOVE AWARD-OPERATOR-ID TO IDL-OPERATOR-ID
               MOVE OPR-FULL-NAME TO IDL-OPERATOR-NAME
               MOVE RGE-MI-Q1-AVERAGE(RANGE-INDEX) TO IDL-Q1-AVERAGE
               MOVE RGE-MI-Q4-AVERAGE(RANGE-INDEX) TO IDL-Q4-AVERAGE
               MOVE RGE-MI-IMPROVEMENT(RANGE-INDEX)
                   TO IDL-IMPROVEMENT
               WRITE REPORT-LINE FROM IMPROVED-DETAIL-LINE
           END-IF.

       5400-WRITE-DEPARTMENT-AWARDS.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM DEPT-HEADER-LINE.
           IF RANGE-COUNT = 0
               MOVE "NO GAMES PLAYED IN THE YEAR" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 5410-WRITE-RANGE-DEPARTMENT
                   VARYING RANGE-INDEX FROM 1 BY 1
                   UNTIL RANGE-INDEX > RANGE-COUNT
           END-IF.

      *    The best qualifying department on the range, compared as
      *    the rollup league table compares them.
       5410-WRITE-RANGE-DEPARTMENT.
           PERFORM 7000-WRITE-RANGE-HEADER.
           MOVE 0 TO DEPT-BEST-INDEX.
           PERFORM 5420-CHECK-ONE-DEPARTMENT
               VARYING DEPT-INDEX FROM 1 BY 1
               UNTIL DEPT-INDEX > DEPT-COUNT.
           IF DEPT-BEST-INDEX = 0
               PERFORM 7200-WRITE-NONE-QUALIFIED
           ELSE
               WRITE REPORT-LINE FROM DEPT-COLUMN-LINE
               MOVE DPT-DEPARTMENT(DEPT-BEST-INDEX) TO DDL-DEPARTMENT
               MOVE DPT-GAME-COUNT(DEPT-BEST-INDEX) TO DDL-GAME-COUNT
               COMPUTE AVERAGE-ATTEMPTS ROUNDED =
                   DPT-ATTEMPTS-SUM(DEPT-BEST-INDEX)
                   / DPT-GAME-COUNT(DEPT-BEST-INDEX)
               MOVE AVERAGE-ATTEMPTS TO DDL-AVG-ATTEMPTS
               COMPUTE AVERAGE-ELAPSED ROUNDED =
                   DPT-ELAPSED-SUM(DEPT-BEST-INDEX)
                   / DPT-GAME-COUNT(DEPT-BEST-INDEX)
               MOVE AVERAGE-ELAPSED TO DDL-AVG-ELAPSED
               WRITE REPORT-LINE FROM DEPT-DETAIL-LINE
           END-IF.

       5420-CHECK-ONE-DEPARTMENT.
           IF DPT-RANGE(DEPT-INDEX) = RGE-RANGE(RANGE-INDEX)
                   AND DPT-GAME-COUNT(DEPT-INDEX) >= MIN-GAMES
               IF DEPT-BEST-INDEX = 0
                   MOVE DEPT-INDEX TO DEPT-BEST-INDEX
               ELSE
                   COMPUTE RANK-COMPARE-A =
                       DPT-ATTEMPTS-SUM(DEPT-INDEX)
                       * DPT-GAME-COUNT(DEPT-BEST-INDEX)
                   COMPUTE RANK-COMPARE-B =
                       DPT-ATTEMPTS-SUM(DEPT-BEST-INDEX)
                       * DPT-GAME-COUNT(DEPT-INDEX)
                   IF RANK-COMPARE-A < RANK-COMPARE-B
                           OR (RANK-COMPARE-A = RANK-COMPARE-B
                               AND DPT-GAME-COUNT(DEPT-INDEX)
                                   > DPT-GAME-COUNT(DEPT-BEST-INDEX))
                       MOVE DEPT-INDEX TO DEPT-BEST-INDEX
                   END-IF
               END-IF
           END-IF.

      *    A champion belongs to the year its last round was played
      *    in; a bracket still open, or finished after the year, is
      *    shown with its standing instead.
       5500-WRITE-CHAMPIONS.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM TOURN-HEADER-LINE.
           IF TOURN-COUNT = 0
               MOVE "NO TOURNAMENT ROUNDS PLAYED IN THE YEAR"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               WRITE REPORT-LINE FROM TOURN-COLUMN-LINE
               PERFORM 5510-WRITE-ONE-TOURNAMENT
                   VARYING TOURN-INDEX FROM 1 BY 1
                   UNTIL TOURN-INDEX > TOURN-COUNT
           END-IF.

       5510-WRITE-ONE-TOURNAMENT.
           MOVE TRN-TOURN-ID(TOURN-INDEX) TO TDL-TOURN-ID.
           MOVE SPACES TO TDL-TOURN-NAME.
           MOVE SPACES TO TDL-RESULT.
           IF NOT TOURN-MASTER-IS-OPEN
               MOVE "TOURNAMENT MASTER NOT AVAILABLE" TO TDL-RESULT
               MOVE 4 TO NEW-GRADE
               PERFORM 7900-RAISE-GRADE
           ELSE
               MOVE TRN-TOURN-ID(TOURN-INDEX) TO TMS-TOURN-ID
               READ TOURN-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON TOURNAMENT MASTER" TO TDL-RESULT
                       MOVE 4 TO NEW-GRADE
                       PERFORM 7900-RAISE-GRADE
                   NOT INVALID KEY
                       MOVE TMS-TOURN-NAME TO TDL-TOURN-NAME
                       PERFORM 5520-DESCRIBE-RESULT
               END-READ
           END-IF.
           WRITE REPORT-LINE FROM TOURN-DETAIL-LINE.

       5520-DESCRIBE-RESULT.
           MOVE 0 TO LAST-ROUND-DATE.
           IF TMS-LAST-ROUND > 0 AND TMS-LAST-ROUND <= 20
               MOVE TMS-ROUND-PLAYED-ON(TMS-LAST-ROUND)
                   TO LAST-ROUND-DATE
           END-IF.
           MOVE TMS-LAST-ROUND TO TDL-ROUNDS-PLAYED.
           MOVE TMS-TOTAL-ROUNDS TO TDL-TOTAL-ROUNDS.
           EVALUATE TRUE
               WHEN TMS-IS-CLOSED
                       AND LAST-ROUND-DATE > YEAR-LAST-DATE
                   STRING "FINISHED " DELIMITED BY SIZE
                           LAST-ROUND-DATE DELIMITED BY SIZE
                           " - NEXT YEAR" DELIMITED BY SIZE
                       INTO TDL-RESULT
                   END-STRING
               WHEN TMS-IS-CLOSED
                   STRING "CHAMPION " DELIMITED BY SIZE
                           TMS-CHAMPION-ID DELIMITED BY SIZE
                       INTO TDL-RESULT
                   END-STRING
               WHEN OTHER
                   STRING "IN PROGRESS - " DELIMITED BY SIZE
                           TDL-ROUNDS-PLAYED DELIMITED BY SIZE
                           " OF " DELIMITED BY SIZE
                           TDL-TOTAL-ROUNDS DELIMITED BY SIZE
                           " ROUNDS" DELIMITED BY SIZE
                       INTO TDL-RESULT
                   END-STRING
           END-EVALUATE.

      *    Every month states where its games came from, so a month
      *    that could not be read is never mistaken for a quiet one.
       5600-WRITE-MONTH-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM MONTH-HEADER-LINE.
           WRITE REPORT-LINE FROM MONTH-COLUMN-LINE.
           PERFORM 5610-WRITE-ONE-MONTH
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > 12.
           IF MONTHS-INCOMPLETE-COUNT > 0
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM INCOMPLETE-LINE
           END-IF.

       5610-WRITE-ONE-MONTH.
           MOVE AWARDS-YEAR TO MDL-YEAR.
           MOVE MONTH-INDEX TO MDL-MONTH.
           MOVE MTH-GAME-COUNT(MONTH-INDEX) TO MDL-GAME-COUNT.
           MOVE MTH-VOIDED-COUNT(MONTH-INDEX) TO MDL-VOIDED-COUNT.
           IF MTH-GAME-COUNT(MONTH-INDEX) > 0
               COMPUTE AVERAGE-ATTEMPTS ROUNDED =
                   MTH-ATTEMPTS-SUM(MONTH-INDEX)
                   / MTH-GAME-COUNT(MONTH-INDEX)
               COMPUTE AVERAGE-ELAPSED ROUNDED =
                   MTH-ELAPSED-SUM(MONTH-INDEX)
                   / MTH-GAME-COUNT(MONTH-INDEX)
           ELSE
               MOVE 0 TO AVERAGE-ATTEMPTS
               MOVE 0 TO AVERAGE-ELAPSED
           END-IF.
           MOVE AVERAGE-ATTEMPTS TO MDL-AVG-ATTEMPTS.
           MOVE AVERAGE-ELAPSED TO MDL-AVG-ELAPSED.
           MOVE SPACES TO MDL-SOURCE.
           MOVE MTH-ARCHIVE-INDEX(MONTH-INDEX) TO ARCHIVE-INDEX.
           IF ARCHIVE-INDEX = 0
               PERFORM 5620-DESCRIBE-LIVE-MONTH
           ELSE
               MOVE ARC-ARCHIVE-DATE(ARCHIVE-INDEX)
                   TO AFN-ARCHIVE-DATE
               EVALUATE TRUE
                   WHEN ARC-IS-BALANCED(ARCHIVE-INDEX)
                       STRING "ARCHIVE " DELIMITED BY SIZE
                               AFN-ARCHIVE-DATE DELIMITED BY SIZE
                           INTO MDL-SOURCE
                       END-STRING
                   WHEN ARC-IS-MISSING(ARCHIVE-INDEX)
                       ADD 1 TO MONTHS-INCOMPLETE-COUNT
                       STRING "** ARCHIVE " DELIMITED BY SIZE
                               AFN-ARCHIVE-DATE DELIMITED BY SIZE
                               " MISSING" DELIMITED BY SIZE
                           INTO MDL-SOURCE
                       END-STRING
                   WHEN OTHER
                       ADD 1 TO MONTHS-INCOMPLETE-COUNT
                       STRING "** ARCHIVE " DELIMITED BY SIZE
                               AFN-ARCHIVE-DATE DELIMITED BY SIZE
                               " OUT OF BAL" DELIMITED BY SIZE
                           INTO MDL-SOURCE
                       END-STRING
               END-EVALUATE
           END-IF.
           WRITE REPORT-LINE FROM MONTH-DETAIL-LINE.

      *    A live month still to come is simply not played yet; one
      *    already past with no games at all may be a month whose
      *    archive was left off the card.
       5620-DESCRIBE-LIVE-MONTH.
           EVALUATE TRUE
               WHEN AWARDS-YEAR > BUSINESS-YEAR
               WHEN AWARDS-YEAR = BUSINESS-YEAR
                       AND MONTH-INDEX > BUSINESS-MONTH
                   MOVE "NOT YET PLAYED" TO MDL-SOURCE
               WHEN MTH-GAME-COUNT(MONTH-INDEX) = 0
                       AND MTH-VOIDED-COUNT(MONTH-INDEX) = 0
                   ADD 1 TO MONTHS-INCOMPLETE-COUNT
                   MOVE "** NO GAMES - NO ARCHIVE NAMED"
                       TO MDL-SOURCE
                   MOVE 4 TO NEW-GRADE
                   PERFORM 7900-RAISE-GRADE
               WHEN OTHER
                   MOVE "LIVE FILE" TO MDL-SOURCE
           END-EVALUATE.

       7000-WRITE-RANGE-HEADER.
           MOVE RGE-LOW-VAL(RANGE-INDEX) TO RHL-LOW-VAL.
           MOVE RGE-HIGH-VAL(RANGE-INDEX) TO RHL-HIGH-VAL.
           WRITE REPORT-LINE FROM RANGE-HEADER-LINE.

      *    An operator no longer on the master is named as such.
       7100-READ-MASTER.
           MOVE 'N' TO OPERATOR-FOUND-FLAG.
           MOVE AWARD-OPERATOR-ID TO OPR-OPERATOR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "(not on operator master)" TO OPR-FULL-NAME
               NOT INVALID KEY
                   SET OPERATOR-WAS-FOUND TO TRUE
           END-READ.

       7200-WRITE-NONE-QUALIFIED.
           MOVE SPACES TO REPORT-LINE.
           STRING "No entry played the qualifying " DELIMITED BY SIZE
                   QL-MIN-GAMES DELIMITED BY SIZE
                   " games on this range" DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       7900-RAISE-GRADE.
           IF NEW-GRADE > HIGHEST-GRADE
               MOVE NEW-GRADE TO HIGHEST-GRADE
           END-IF.

       8000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "GAMES READ FROM ARCHIVES" TO TOT-LABEL.
           MOVE ARCHIVE-GAMES-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "ARCHIVED GAMES OUTSIDE THE YEAR" TO TOT-LABEL.
           MOVE OUTSIDE-YEAR-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES READ FROM THE LIVE FILE" TO TOT-LABEL.
           MOVE LIVE-GAMES-READ-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES FOUND TWICE (COUNTED ONCE)" TO TOT-LABEL.
           MOVE DUPLICATE-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES VOIDED ON DISPUTE" TO TOT-LABEL.
           MOVE VOIDED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES COUNTED AT ADJUSTED ATTEMPTS" TO TOT-LABEL.
           MOVE ADJUSTED-GAME-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES COUNTED FOR THE YEAR" TO TOT-LABEL.
           MOVE GAMES-COUNTED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "GAMES WITH NO MASTER RECORD" TO TOT-LABEL.
           MOVE GAMES-NO-MASTER-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "MONTHS MISSING OR INCOMPLETE" TO TOT-LABEL.
           MOVE MONTHS-INCOMPLETE-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.

       9000-TERMINATE.
           CLOSE HISTORY-FILE.
           CLOSE OPERATOR-FILE.
           IF DISPUTES-ARE-OPEN
               CLOSE DISPUTE-FILE
           END-IF.
           IF TOURN-MASTER-IS-OPEN
               CLOSE TOURN-MASTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           MOVE HIGHEST-GRADE TO RETURN-CODE.
