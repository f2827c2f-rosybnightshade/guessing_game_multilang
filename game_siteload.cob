       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-SITELOAD.
      *****************************************************************
      *  Central intake of the branch sites' nightly transmissions.
      *  Each branch site runs its own copy of the game and sends
      *  the day's history and audit records as GAMEXMIT.<site>.DAT
      *  (written there by GAME-SITEXMIT); this program loads them
      *  into the central GAMEHIST and GAMEAUDT so a branch site's
      *  games reach the leaderboards, handicaps and tournaments
      *  like the central shop's own.
      *
      *  The branch sites are named on the site register
      *  GAMESITE.DAT, one line per site: a four-character code and
      *  a description.  The central shop is not a branch site - it
      *  has no code of its own on the files (spaces, shown as HOME)
      *  - so a blank or HOME line on the register is ignored.
      *
      *  Each site's transmission is verified before anything is
      *  loaded, in GAME-ARCREST's manner: one header naming this
      *  site, one trailer, and a detail count and hash total for
      *  each file (sum of HIST-ATTEMPTS for history, sum of
      *  AUD-ATTEMPT-NO for audit) that agree with the trailer.  The
      *  load log GAMESLOG.DAT holds the business date of the last
      *  transmission loaded for each site, and a transmission is
      *  refused whole if it repeats that date, is older than it, or
      *  does not follow straight on from it (the header's prior
      *  business date must be the last one loaded - a missing day
      *  must be sent and loaded first).  A site's first
      *  transmission starts its sequence.
      *
      *  An accepted transmission is loaded record by record.  Each
      *  record is stamped with the site's code (HIST-SITE-CODE /
      *  AUD-SITE-CODE), written to the central file and journaled
      *  (GAMEJRNL) like the driver's own writes, so a rebuild from
      *  the nightly backup keeps it.  A record that cannot be
      *  loaded goes to the reject file GAMESREJ.DAT with its reason
      *  - operator not on the central master, key already on the
      *  central file, game dated after the transmission's day, an
      *  invalid or unknown record - and the guesses of a rejected
      *  game are rejected with it.  A record dated before the
      *  transmission's day is a game the site held back while it
      *  was in flight and sends once it has finished (a resumed
      *  game keeps the date it was started on); it loads like any
      *  other as long as its key is not already on file.  A
      *  refused transmission goes to the reject file as its
      *  header, with the refusal reason.
      *  Every accepted transmission is added to the load log, and
      *  GAMESLDR.DAT reports each site's verification and counts.
      *  A rerun after an interruption mid-load simply rejects the
      *  records already loaded as already on the central file.
      *
      *  Return codes: 0 every site loaded clean; 4 a site sent
      *  nothing, a transmission was a repeat of one already
      *  loaded, or records were rejected; 8 a transmission was out
      *  of balance or out of sequence, or a journal write failed;
      *  12 the register, the master or a central file cannot be
      *  opened; 16 a table is full.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMEJSEL.
           COPY GAMEOSEL.

           SELECT SITE-REGISTER-FILE ASSIGN TO "GAMESITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-REGISTER-STATUS.

           SELECT XMIT-FILE ASSIGN TO DYNAMIC XMIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-STATUS.

           SELECT LOAD-LOG-FILE ASSIGN TO "GAMESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOAD-LOG-STATUS.

           SELECT REJECT-FILE ASSIGN TO "GAMESREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "GAMESLDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMEJFD.
           COPY GAMEOFD.

       FD  SITE-REGISTER-FILE.
       01 SITE-REGISTER-RECORD.
           05 SREG-SITE-CODE           PIC X(4).
           05 SREG-SITE-NAME           PIC X(30).

       FD  XMIT-FILE.
       01 XMIT-RECORD                  PIC X(74).

      *    One line per transmission loaded.
       FD  LOAD-LOG-FILE.
       01 LOAD-LOG-RECORD.
           05 SLOG-SITE-CODE           PIC X(4).
           05 SLOG-BUSINESS-DATE       PIC 9(8).
           05 SLOG-PRIOR-BUSINESS-DATE PIC 9(8).
           05 SLOG-LOAD-DATE           PIC 9(8).
           05 SLOG-LOAD-TIME           PIC 9(8).
           05 SLOG-HIST-LOADED         PIC 9(7).
           05 SLOG-AUDIT-LOADED        PIC 9(7).
           05 SLOG-RECORDS-REJECTED    PIC 9(7).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-REASON               PIC X(30).
           05 REJ-SITE-CODE            PIC X(4).
           05 REJ-BUSINESS-DATE        PIC X(8).
           05 REJ-LOAD-DATE            PIC 9(8).
           05 REJ-RECORD-DATA          PIC X(74).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS               PIC XX.
       01 AUDIT-STATUS                 PIC XX.
       01 JOURNAL-STATUS               PIC XX.
       01 OPERATOR-STATUS              PIC XX.
       01 SITE-REGISTER-STATUS         PIC XX.
       01 XMIT-STATUS                  PIC XX.
       01 LOAD-LOG-STATUS              PIC XX.
       01 REJECT-STATUS                PIC XX.
       01 REPORT-STATUS                PIC XX.

       01 CENTRAL-SITE-NAME            PIC X(4) VALUE "HOME".
       01 XMIT-FILE-NAME               PIC X(21) VALUE SPACES.

       01 REGISTER-EOF-FLAG            PIC X VALUE 'N'.
           88 NO-MORE-REGISTER             VALUE 'Y'.
       01 LOAD-LOG-EOF-FLAG            PIC X VALUE 'N'.
           88 NO-MORE-LOAD-LOG             VALUE 'Y'.
       01 XMIT-EOF-FLAG                PIC X VALUE 'N'.
           88 NO-MORE-XMIT                 VALUE 'Y'.
       01 XMIT-ACCEPTED-FLAG           PIC X VALUE 'N'.
           88 XMIT-IS-ACCEPTED             VALUE 'Y'.
       01 GAME-REJECTED-FLAG           PIC X VALUE 'N'.
           88 GAME-WAS-REJECTED            VALUE 'Y'.

       01 RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 RUN-TIME                     PIC 9(8) VALUE ZERO.
       01 TIME-FIELDS.
           05 TIME-HOUR                PIC 99.
           05 TIME-MIN                 PIC 99.
           05 TIME-SEC                 PIC 99.
           05 TIME-HUND                PIC 99.

      *    The highest grade met so far becomes the return code.
       01 HIGHEST-GRADE                PIC 99 VALUE ZERO.
       01 NEW-GRADE                    PIC 99 VALUE ZERO.

      *    The branch sites on the register, each with the business
      *    date of the last transmission loaded for it.
       01 SITE-TABLE-MAX               PIC S9(4) COMP VALUE 20.
       01 SITE-COUNT                   PIC S9(4) COMP VALUE ZERO.
       01 SITE-TABLE.
           05 SITE-ENTRY OCCURS 20 TIMES.
               10 STE-SITE-CODE        PIC X(4).
               10 STE-SITE-NAME        PIC X(30).
               10 STE-LAST-LOADED-DATE PIC 9(8).
       01 SITE-INDEX                   PIC S9(4) COMP VALUE ZERO.
       01 SITE-FOUND-INDEX             PIC S9(4) COMP VALUE ZERO.
       01 REGISTER-SITE-CODE           PIC X(4) VALUE SPACES.

      *    The keys of the games rejected from the transmission
      *    being loaded, so their guesses are rejected with them.
       01 REJECTED-GAME-MAX            PIC S9(4) COMP VALUE 500.
       01 REJECTED-GAME-COUNT          PIC S9(4) COMP VALUE ZERO.
       01 REJECTED-GAME-TABLE.
           05 RGT-GAME-KEY             PIC X(30) OCCURS 500 TIMES.
       01 REJECTED-GAME-INDEX          PIC S9(4) COMP VALUE ZERO.

      *    The transmission's layouts as GAME-SITEXMIT writes them.
       01 XMIT-HEADER-RECORD.
           05 XHDR-RECORD-TYPE         PIC X.
           05 XHDR-SITE-CODE           PIC X(4).
           05 XHDR-BUSINESS-DATE       PIC X(8).
           05 XHDR-BUSINESS-DATE-N REDEFINES XHDR-BUSINESS-DATE
                                       PIC 9(8).
           05 XHDR-PRIOR-BUSINESS-DATE PIC X(8).
           05 XHDR-PRIOR-DATE-N REDEFINES XHDR-PRIOR-BUSINESS-DATE
                                       PIC 9(8).
           05 XHDR-RUN-DATE            PIC 9(8).
           05 XHDR-RUN-TIME            PIC 9(8).
           05 FILLER1                  PIC X(37).
       01 XMIT-HEADER-IMAGE            PIC X(74) VALUE SPACES.

       01 XMIT-DETAIL-RECORD.
           05 XDTL-RECORD-TYPE         PIC X.
           05 XDTL-IMAGE-TYPE          PIC X.
           05 XDTL-RECORD-IMAGE        PIC X(69).
           05 XDTL-HIST-IMAGE REDEFINES XDTL-RECORD-IMAGE.
               10 XDH-GAME-KEY.
                   15 XDH-OPERATOR-ID  PIC X(8).
                   15 XDH-GAME-DATE    PIC 9(8).
                   15 XDH-START-TIME   PIC 9(8).
                   15 XDH-SESSION-SEQ  PIC 9(6).
               10 XDH-RANDOM-NUM       PIC 9(5).
               10 XDH-ATTEMPTS         PIC 9(4).
               10 FILLER2              PIC X(30).
           05 XDTL-AUDIT-IMAGE REDEFINES XDTL-RECORD-IMAGE.
               10 XDA-GAME-KEY.
                   15 XDA-OPERATOR-ID  PIC X(8).
                   15 XDA-GAME-DATE    PIC 9(8).
                   15 XDA-START-TIME   PIC 9(8).
                   15 XDA-SESSION-SEQ  PIC 9(6).
               10 XDA-ATTEMPT-NO       PIC 9(4).
               10 FILLER3              PIC X(35).
           05 FILLER4                  PIC X(3).

       01 XMIT-TRAILER-RECORD.
           05 XTRL-RECORD-TYPE         PIC X.
           05 XTRL-HIST-COUNT          PIC 9(7).
           05 XTRL-HIST-HASH-TOTAL     PIC 9(9).
           05 XTRL-AUDIT-COUNT         PIC 9(7).
           05 XTRL-AUDIT-HASH-TOTAL    PIC 9(9).
           05 FILLER5                  PIC X(41).

       01 HEADER-COUNT                 PIC 9(7) VALUE ZERO.
       01 TRAILER-COUNT                PIC 9(7) VALUE ZERO.
       01 VERIFY-HIST-COUNT            PIC 9(7) VALUE ZERO.
       01 VERIFY-HIST-HASH             PIC 9(9) VALUE ZERO.
       01 VERIFY-AUDIT-COUNT           PIC 9(7) VALUE ZERO.
       01 VERIFY-AUDIT-HASH            PIC 9(9) VALUE ZERO.
       01 REFUSAL-REASON               PIC X(30) VALUE SPACES.
       01 RECORD-REJECT-REASON         PIC X(30) VALUE SPACES.

      *    Counts for the site being loaded, then for the run.
       01 SITE-HIST-LOADED             PIC 9(7) VALUE ZERO.
       01 SITE-AUDIT-LOADED            PIC 9(7) VALUE ZERO.
       01 SITE-REJECTED-COUNT          PIC 9(7) VALUE ZERO.
       01 SITES-LOADED-COUNT           PIC 9(7) VALUE ZERO.
       01 SITES-REFUSED-COUNT          PIC 9(7) VALUE ZERO.
       01 SITES-NOT-RECEIVED-COUNT     PIC 9(7) VALUE ZERO.
       01 TOTAL-HIST-LOADED            PIC 9(7) VALUE ZERO.
       01 TOTAL-AUDIT-LOADED           PIC 9(7) VALUE ZERO.
       01 TOTAL-REJECTED-COUNT         PIC 9(7) VALUE ZERO.

       01 REPORT-HEADER-LINE.
           05 FILLER6                  PIC X(29) VALUE
               "SITE TRANSMISSION LOAD - RUN ".
           05 RHL-RUN-DATE             PIC 9(8).

       01 SITE-HEADING-LINE.
           05 FILLER7                  PIC X(5) VALUE "SITE ".
           05 SHL-SITE-CODE            PIC X(4).
           05 FILLER8                  PIC X(2) VALUE SPACES.
           05 SHL-SITE-NAME            PIC X(30).
           05 FILLER9                  PIC X(16) VALUE
               "  BUSINESS DATE ".
           05 SHL-BUSINESS-DATE        PIC X(8).

       01 VERIFY-RESULT-LINE.
           05 VRL-FILE-NAME            PIC X(21).
           05 FILLER10                 PIC X(8) VALUE " COUNT  ".
           05 VRL-DETAIL-COUNT         PIC ZZZZZZ9.
           05 FILLER11                 PIC X(5) VALUE " VS  ".
           05 VRL-TRAILER-COUNT        PIC ZZZZZZ9.
           05 FILLER12                 PIC X(8) VALUE ", HASH  ".
           05 VRL-HASH-TOTAL           PIC ZZZZZZZZ9.
           05 FILLER13                 PIC X(5) VALUE " VS  ".
           05 VRL-TRAILER-HASH         PIC ZZZZZZZZ9.

       01 VERDICT-LINE.
           05 FILLER14                 PIC X(21) VALUE
               "TRANSMISSION".
           05 VDL-VERDICT              PIC X(50).

       01 TOTAL-LINE.
           05 TOT-LABEL                PIC X(34).
           05 TOT-VALUE                PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ONE-SITE
               VARYING SITE-INDEX FROM 1 BY 1
               UNTIL SITE-INDEX > SITE-COUNT.
           PERFORM 8000-WRITE-TOTALS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-FIELDS FROM TIME.
           COMPUTE RUN-TIME = TIME-HOUR * 1000000
                   + TIME-MIN * 10000 + TIME-SEC * 100 + TIME-HUND.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = "00"
               DISPLAY "Unable to open site load report, status "
                   REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RUN-DATE TO RHL-RUN-DATE.
           WRITE REPORT-LINE FROM REPORT-HEADER-LINE.
           PERFORM 1100-LOAD-SITE-REGISTER.
           PERFORM 1200-LOAD-LAST-DATES.
           PERFORM 1300-OPEN-CENTRAL-FILES.

       1100-LOAD-SITE-REGISTER.
           OPEN INPUT SITE-REGISTER-FILE.
           IF SITE-REGISTER-STATUS NOT = "00"
               DISPLAY "Unable to open site register GAMESITE.DAT, "
                   "status " SITE-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL NO-MORE-REGISTER
               READ SITE-REGISTER-FILE
                   AT END
                       SET NO-MORE-REGISTER TO TRUE
                   NOT AT END
                       PERFORM 1150-REGISTER-ONE-SITE
               END-READ
           END-PERFORM.
           CLOSE SITE-REGISTER-FILE.

       1150-REGISTER-ONE-SITE.
           MOVE FUNCTION UPPER-CASE(SREG-SITE-CODE)
               TO REGISTER-SITE-CODE.
           IF REGISTER-SITE-CODE = SPACES
                   OR REGISTER-SITE-CODE = CENTRAL-SITE-NAME
               DISPLAY "Note: site register line '" SREG-SITE-CODE
                   "' is the central shop, not a branch site - "
                   "ignored."
           ELSE
               PERFORM 1160-FIND-SITE
               IF SITE-FOUND-INDEX > 0
                   DISPLAY "Note: site " REGISTER-SITE-CODE
                       " is on the register twice - second line "
                       "ignored."
               ELSE
                   IF SITE-COUNT >= SITE-TABLE-MAX
                       DISPLAY "Site table full at " SITE-TABLE-MAX
                           " entries - raise the table size and "
                           "rerun."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO SITE-COUNT
                   MOVE REGISTER-SITE-CODE TO STE-SITE-CODE(SITE-COUNT)
                   MOVE SREG-SITE-NAME TO STE-SITE-NAME(SITE-COUNT)
                   MOVE 0 TO STE-LAST-LOADED-DATE(SITE-COUNT)
               END-IF
           END-IF.

       1160-FIND-SITE.
           MOVE 0 TO SITE-FOUND-INDEX.
           PERFORM VARYING SITE-INDEX FROM 1 BY 1
                   UNTIL SITE-INDEX > SITE-COUNT
                   OR SITE-FOUND-INDEX > 0
               IF STE-SITE-CODE(SITE-INDEX) = REGISTER-SITE-CODE
                   MOVE SITE-INDEX TO SITE-FOUND-INDEX
               END-IF
           END-PERFORM.

      *    No load log yet means no site has been loaded; the log is
      *    then reopened to append tonight's loads.
       1200-LOAD-LAST-DATES.
           OPEN INPUT LOAD-LOG-FILE.
           IF LOAD-LOG-STATUS = "00"
               PERFORM UNTIL NO-MORE-LOAD-LOG
                   READ LOAD-LOG-FILE
                       AT END
                           SET NO-MORE-LOAD-LOG TO TRUE
                       NOT AT END
                           PERFORM 1250-NOTE-LAST-DATE
                   END-READ
               END-PERFORM
               CLOSE LOAD-LOG-FILE
           END-IF.
           OPEN EXTEND LOAD-LOG-FILE.
           IF LOAD-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOAD-LOG-FILE
           END-IF.
           IF LOAD-LOG-STATUS NOT = "00"
               DISPLAY "Unable to open load log GAMESLOG.DAT, status "
                   LOAD-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-NOTE-LAST-DATE.
           MOVE SLOG-SITE-CODE TO REGISTER-SITE-CODE.
           PERFORM 1160-FIND-SITE.
           IF SITE-FOUND-INDEX > 0 AND SLOG-BUSINESS-DATE IS NUMERIC
               IF SLOG-BUSINESS-DATE
                       > STE-LAST-LOADED-DATE(SITE-FOUND-INDEX)
                   MOVE SLOG-BUSINESS-DATE
                       TO STE-LAST-LOADED-DATE(SITE-FOUND-INDEX)
               END-IF
           END-IF.

       1300-OPEN-CENTRAL-FILES.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to open operator master, status "
                   OPERATOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O HISTORY-FILE.
           IF HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open history file, status "
                   HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O AUDIT-FILE.
           IF AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN I-O AUDIT-FILE
           END-IF.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to open audit file, status "
                   AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Loaded records must be journaled like the driver's own
      *    writes, or tonight's rebuild would silently drop them; no
      *    journal stops the run.
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
           OPEN OUTPUT REJECT-FILE.
           IF REJECT-STATUS NOT = "00"
               DISPLAY "Unable to open reject file GAMESREJ.DAT, "
                   "status " REJECT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A site that sent nothing is noted and the run goes on to
      *    the next site.
       2000-LOAD-ONE-SITE.
           MOVE SPACES TO XMIT-FILE-NAME.
           STRING "GAMEXMIT." DELIMITED BY SIZE
                   STE-SITE-CODE(SITE-INDEX) DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
               INTO XMIT-FILE-NAME
           END-STRING.
           MOVE STE-SITE-CODE(SITE-INDEX) TO SHL-SITE-CODE.
           MOVE STE-SITE-NAME(SITE-INDEX) TO SHL-SITE-NAME.
           MOVE SPACES TO SHL-BUSINESS-DATE.
           MOVE 0 TO SITE-HIST-LOADED.
           MOVE 0 TO SITE-AUDIT-LOADED.
           MOVE 0 TO SITE-REJECTED-COUNT.
           OPEN INPUT XMIT-FILE.
           IF XMIT-STATUS NOT = "00"
               WRITE REPORT-LINE FROM SPACES
               WRITE REPORT-LINE FROM SITE-HEADING-LINE
               MOVE SPACES TO VDL-VERDICT
               STRING "NOT RECEIVED - " DELIMITED BY SIZE
                       XMIT-FILE-NAME DELIMITED BY SPACE
                       ", STATUS " DELIMITED BY SIZE
                       XMIT-STATUS DELIMITED BY SIZE
                   INTO VDL-VERDICT
               END-STRING
               WRITE REPORT-LINE FROM VERDICT-LINE
               ADD 1 TO SITES-NOT-RECEIVED-COUNT
               MOVE 4 TO NEW-GRADE
               PERFORM 7900-RAISE-GRADE
           ELSE
               PERFORM 2100-VERIFY-TRANSMISSION
               CLOSE XMIT-FILE
               IF XMIT-IS-ACCEPTED
                   PERFORM 3000-LOAD-TRANSMISSION
               ELSE
                   PERFORM 2900-REFUSE-TRANSMISSION
               END-IF
           END-IF.

      *    First pass: nothing is written until the whole file has
      *    been read and balanced against its trailer.
       2100-VERIFY-TRANSMISSION.
           MOVE 'N' TO XMIT-EOF-FLAG.
           MOVE 'N' TO XMIT-ACCEPTED-FLAG.
           MOVE 0 TO HEADER-COUNT.
           MOVE 0 TO TRAILER-COUNT.
           MOVE 0 TO VERIFY-HIST-COUNT.
           MOVE 0 TO VERIFY-HIST-HASH.
           MOVE 0 TO VERIFY-AUDIT-COUNT.
           MOVE 0 TO VERIFY-AUDIT-HASH.
           MOVE SPACES TO XMIT-HEADER-RECORD.
           MOVE SPACES TO XMIT-HEADER-IMAGE.
           MOVE ZERO TO XTRL-HIST-COUNT.
           MOVE ZERO TO XTRL-HIST-HASH-TOTAL.
           MOVE ZERO TO XTRL-AUDIT-COUNT.
           MOVE ZERO TO XTRL-AUDIT-HASH-TOTAL.
           PERFORM UNTIL NO-MORE-XMIT
               READ XMIT-FILE
                   AT END
                       SET NO-MORE-XMIT TO TRUE
                   NOT AT END
                       PERFORM 2200-VERIFY-ONE-RECORD
               END-READ
           END-PERFORM.
           MOVE XHDR-BUSINESS-DATE TO SHL-BUSINESS-DATE.
           WRITE REPORT-LINE FROM SPACES.
           WRITE REPORT-LINE FROM SITE-HEADING-LINE.
           MOVE "HISTORY RECORDS" TO VRL-FILE-NAME.
           MOVE VERIFY-HIST-COUNT TO VRL-DETAIL-COUNT.
           MOVE XTRL-HIST-COUNT TO VRL-TRAILER-COUNT.
           MOVE VERIFY-HIST-HASH TO VRL-HASH-TOTAL.
           MOVE XTRL-HIST-HASH-TOTAL TO VRL-TRAILER-HASH.
           WRITE REPORT-LINE FROM VERIFY-RESULT-LINE.
           MOVE "AUDIT RECORDS" TO VRL-FILE-NAME.
           MOVE VERIFY-AUDIT-COUNT TO VRL-DETAIL-COUNT.
           MOVE XTRL-AUDIT-COUNT TO VRL-TRAILER-COUNT.
           MOVE VERIFY-AUDIT-HASH TO VRL-HASH-TOTAL.
           MOVE XTRL-AUDIT-HASH-TOTAL TO VRL-TRAILER-HASH.
           WRITE REPORT-LINE FROM VERIFY-RESULT-LINE.
           PERFORM 2300-JUDGE-TRANSMISSION.

       2200-VERIFY-ONE-RECORD.
           EVALUATE XMIT-RECORD(1:1)
               WHEN 'H'
                   ADD 1 TO HEADER-COUNT
                   IF HEADER-COUNT = 1
                       MOVE XMIT-RECORD TO XMIT-HEADER-RECORD
                       MOVE XMIT-RECORD TO XMIT-HEADER-IMAGE
                   END-IF
               WHEN 'D'
                   MOVE XMIT-RECORD TO XMIT-DETAIL-RECORD
                   EVALUATE XDTL-IMAGE-TYPE
                       WHEN 'H'
                           ADD 1 TO VERIFY-HIST-COUNT
                           IF XDH-ATTEMPTS IS NUMERIC
                               ADD XDH-ATTEMPTS TO VERIFY-HIST-HASH
                           END-IF
                       WHEN 'A'
                           ADD 1 TO VERIFY-AUDIT-COUNT
                           IF XDA-ATTEMPT-NO IS NUMERIC
                               ADD XDA-ATTEMPT-NO TO VERIFY-AUDIT-HASH
                           END-IF
                   END-EVALUATE
               WHEN 'T'
                   ADD 1 TO TRAILER-COUNT
                   MOVE XMIT-RECORD TO XMIT-TRAILER-RECORD
           END-EVALUATE.

      *    The file must balance before its dates are looked at; a
      *    repeat of the last day loaded is graded lower than a gap,
      *    since a rerun of the site's job is the usual cause.
       2300-JUDGE-TRANSMISSION.
           MOVE SPACES TO REFUSAL-REASON.
           MOVE 8 TO NEW-GRADE.
           EVALUATE TRUE
               WHEN HEADER-COUNT = 0
                   MOVE "NO HEADER RECORD" TO REFUSAL-REASON
               WHEN TRAILER-COUNT = 0
                   MOVE "NO TRAILER RECORD" TO REFUSAL-REASON
               WHEN HEADER-COUNT > 1 OR TRAILER-COUNT > 1
                   MOVE "MORE THAN ONE HEADER/TRAILER"
                       TO REFUSAL-REASON
               WHEN FUNCTION UPPER-CASE(XHDR-SITE-CODE)
                       NOT = STE-SITE-CODE(SITE-INDEX)
                   MOVE "HEADER NAMES ANOTHER SITE" TO REFUSAL-REASON
               WHEN XHDR-BUSINESS-DATE IS NOT NUMERIC
                       OR XHDR-PRIOR-BUSINESS-DATE IS NOT NUMERIC
                   MOVE "INVALID HEADER DATES" TO REFUSAL-REASON
               WHEN VERIFY-HIST-COUNT NOT = XTRL-HIST-COUNT
                       OR VERIFY-HIST-HASH NOT = XTRL-HIST-HASH-TOTAL
                       OR VERIFY-AUDIT-COUNT NOT = XTRL-AUDIT-COUNT
                       OR VERIFY-AUDIT-HASH
                           NOT = XTRL-AUDIT-HASH-TOTAL
                   MOVE "TRAILER COUNT/HASH MISMATCH"
                       TO REFUSAL-REASON
               WHEN STE-LAST-LOADED-DATE(SITE-INDEX) = 0
                   SET XMIT-IS-ACCEPTED TO TRUE
               WHEN XHDR-BUSINESS-DATE-N
                       = STE-LAST-LOADED-DATE(SITE-INDEX)
                   MOVE "DUPLICATE TRANSMISSION" TO REFUSAL-REASON
                   MOVE 4 TO NEW-GRADE
               WHEN XHDR-BUSINESS-DATE-N
                       < STE-LAST-LOADED-DATE(SITE-INDEX)
                   MOVE "OLDER THAN LAST DAY LOADED" TO REFUSAL-REASON
               WHEN XHDR-PRIOR-DATE-N
                       NOT = STE-LAST-LOADED-DATE(SITE-INDEX)
                   MOVE "OUT OF SEQUENCE - DAY MISSING"
                       TO REFUSAL-REASON
               WHEN OTHER
                   SET XMIT-IS-ACCEPTED TO TRUE
           END-EVALUATE.

      *    The whole transmission is refused: its header (or an
      *    empty record, if it had none) goes to the reject file
      *    with the reason, and nothing is loaded.
       2900-REFUSE-TRANSMISSION.
           ADD 1 TO SITES-REFUSED-COUNT.
           MOVE SPACES TO VDL-VERDICT.
           STRING "REFUSED - " DELIMITED BY SIZE
                   REFUSAL-REASON DELIMITED BY SIZE
               INTO VDL-VERDICT
           END-STRING.
           WRITE REPORT-LINE FROM VERDICT-LINE.
           MOVE REFUSAL-REASON TO REJ-REASON.
           MOVE XMIT-HEADER-IMAGE TO REJ-RECORD-DATA.
           PERFORM 7000-WRITE-REJECT.
           PERFORM 7900-RAISE-GRADE.
           IF STE-LAST-LOADED-DATE(SITE-INDEX) > 0
                   AND XHDR-PRIOR-BUSINESS-DATE IS NUMERIC
               MOVE SPACES TO REPORT-LINE
               STRING "LAST DAY LOADED FOR THIS SITE: "
                       DELIMITED BY SIZE
                       STE-LAST-LOADED-DATE(SITE-INDEX)
                       DELIMITED BY SIZE
                       "  HEADER PRIOR DAY: " DELIMITED BY SIZE
                       XHDR-PRIOR-BUSINESS-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *    Second pass over a transmission that balanced and is next
      *    in sequence.
       3000-LOAD-TRANSMISSION.
           OPEN INPUT XMIT-FILE.
           IF XMIT-STATUS NOT = "00"
               DISPLAY "Unable to reopen transmission "
                   XMIT-FILE-NAME ", status " XMIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO XMIT-EOF-FLAG.
           MOVE 0 TO REJECTED-GAME-COUNT.
           PERFORM UNTIL NO-MORE-XMIT
               READ XMIT-FILE
                   AT END
                       SET NO-MORE-XMIT TO TRUE
                   NOT AT END
                       PERFORM 3100-LOAD-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE XMIT-FILE.
           PERFORM 3900-WRITE-LOAD-LOG.
           ADD 1 TO SITES-LOADED-COUNT.
           ADD SITE-HIST-LOADED TO TOTAL-HIST-LOADED.
           ADD SITE-AUDIT-LOADED TO TOTAL-AUDIT-LOADED.
           ADD SITE-REJECTED-COUNT TO TOTAL-REJECTED-COUNT.
           MOVE "LOADED" TO VDL-VERDICT.
           WRITE REPORT-LINE FROM VERDICT-LINE.
           MOVE "  HISTORY RECORDS LOADED" TO TOT-LABEL.
           MOVE SITE-HIST-LOADED TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  AUDIT RECORDS LOADED" TO TOT-LABEL.
           MOVE SITE-AUDIT-LOADED TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "  RECORDS REJECTED" TO TOT-LABEL.
           MOVE SITE-REJECTED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           IF SITE-REJECTED-COUNT > 0
               MOVE 4 TO NEW-GRADE
               PERFORM 7900-RAISE-GRADE
           END-IF.

       3100-LOAD-ONE-RECORD.
           EVALUATE XMIT-RECORD(1:1)
               WHEN 'H'
                   CONTINUE
               WHEN 'T'
                   CONTINUE
               WHEN 'D'
                   MOVE XMIT-RECORD TO XMIT-DETAIL-RECORD
                   EVALUATE XDTL-IMAGE-TYPE
                       WHEN 'H'
                           PERFORM 3200-LOAD-ONE-GAME
                       WHEN 'A'
                           PERFORM 3500-LOAD-ONE-GUESS
                       WHEN OTHER
                           MOVE "UNKNOWN RECORD TYPE"
                               TO RECORD-REJECT-REASON
                           PERFORM 3800-REJECT-RECORD
                   END-EVALUATE
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO RECORD-REJECT-REASON
                   PERFORM 3800-REJECT-RECORD
           END-EVALUATE.

       3200-LOAD-ONE-GAME.
           MOVE SPACES TO RECORD-REJECT-REASON.
           EVALUATE TRUE
               WHEN XDH-GAME-DATE IS NOT NUMERIC
                       OR XDH-ATTEMPTS IS NOT NUMERIC
                   MOVE "INVALID HISTORY RECORD"
                       TO RECORD-REJECT-REASON
               WHEN XDH-GAME-DATE > XHDR-BUSINESS-DATE-N
                   MOVE "GAME DATED AFTER TRANSMISSION"
                       TO RECORD-REJECT-REASON
               WHEN OTHER
                   MOVE XDH-OPERATOR-ID TO OPR-OPERATOR-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           MOVE "OPERATOR NOT ON MASTER"
                               TO RECORD-REJECT-REASON
                   END-READ
           END-EVALUATE.
           IF RECORD-REJECT-REASON = SPACES
               MOVE XDTL-RECORD-IMAGE TO HISTORY-RECORD
               MOVE STE-SITE-CODE(SITE-INDEX) TO HIST-SITE-CODE
               MOVE HISTORY-RECORD TO JRN-RECORD-IMAGE
               WRITE HISTORY-RECORD
                   INVALID KEY
                       MOVE "GAME ALREADY ON CENTRAL FILE"
                           TO RECORD-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO SITE-HIST-LOADED
                       MOVE 'H' TO JRN-RECORD-TYPE
                       PERFORM 3700-WRITE-JOURNAL-RECORD
               END-WRITE
           END-IF.
           IF RECORD-REJECT-REASON NOT = SPACES
               PERFORM 3300-NOTE-REJECTED-GAME
               PERFORM 3800-REJECT-RECORD
           END-IF.

       3300-NOTE-REJECTED-GAME.
           IF REJECTED-GAME-COUNT >= REJECTED-GAME-MAX
               DISPLAY "Rejected-game table full at "
                   REJECTED-GAME-MAX
                   " entries - raise the table size and rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO REJECTED-GAME-COUNT.
           MOVE XDH-GAME-KEY TO RGT-GAME-KEY(REJECTED-GAME-COUNT).

      *    A guess is only loaded with its game: the guesses of a
      *    game rejected above are rejected too, so the central
      *    audit trail never holds a game the history does not.
       3500-LOAD-ONE-GUESS.
           MOVE SPACES TO RECORD-REJECT-REASON.
           MOVE 'N' TO GAME-REJECTED-FLAG.
           PERFORM VARYING REJECTED-GAME-INDEX FROM 1 BY 1
                   UNTIL REJECTED-GAME-INDEX > REJECTED-GAME-COUNT
                   OR GAME-WAS-REJECTED
               IF RGT-GAME-KEY(REJECTED-GAME-INDEX) = XDA-GAME-KEY
                   SET GAME-WAS-REJECTED TO TRUE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN XDA-GAME-DATE IS NOT NUMERIC
                       OR XDA-ATTEMPT-NO IS NOT NUMERIC
                   MOVE "INVALID AUDIT RECORD" TO RECORD-REJECT-REASON
               WHEN GAME-WAS-REJECTED
                   MOVE "GUESS OF A REJECTED GAME"
                       TO RECORD-REJECT-REASON
               WHEN XDA-GAME-DATE > XHDR-BUSINESS-DATE-N
                   MOVE "GAME DATED AFTER TRANSMISSION"
                       TO RECORD-REJECT-REASON
               WHEN OTHER
                   MOVE XDA-OPERATOR-ID TO OPR-OPERATOR-ID
                   READ OPERATOR-FILE
                       INVALID KEY
                           MOVE "OPERATOR NOT ON MASTER"
                               TO RECORD-REJECT-REASON
                   END-READ
           END-EVALUATE.
           IF RECORD-REJECT-REASON = SPACES
               MOVE XDTL-RECORD-IMAGE TO AUDIT-RECORD
               MOVE STE-SITE-CODE(SITE-INDEX) TO AUD-SITE-CODE
               MOVE SPACES TO JRN-RECORD-IMAGE
               MOVE AUDIT-RECORD TO JRN-RECORD-IMAGE
               WRITE AUDIT-RECORD
                   INVALID KEY
                       MOVE "GUESS ALREADY ON CENTRAL FILE"
                           TO RECORD-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO SITE-AUDIT-LOADED
                       MOVE 'A' TO JRN-RECORD-TYPE
                       PERFORM 3700-WRITE-JOURNAL-RECORD
               END-WRITE
           END-IF.
           IF RECORD-REJECT-REASON NOT = SPACES
               PERFORM 3800-REJECT-RECORD
           END-IF.

       3700-WRITE-JOURNAL-RECORD.
           WRITE JOURNAL-RECORD.
           IF JOURNAL-STATUS NOT = "00"
               DISPLAY "Warning: journal write failed, status "
                   JOURNAL-STATUS
               MOVE 8 TO NEW-GRADE
               PERFORM 7900-RAISE-GRADE
           END-IF.

       3800-REJECT-RECORD.
           ADD 1 TO SITE-REJECTED-COUNT.
           MOVE RECORD-REJECT-REASON TO REJ-REASON.
           MOVE XMIT-RECORD TO REJ-RECORD-DATA.
           PERFORM 7000-WRITE-REJECT.

       3900-WRITE-LOAD-LOG.
           MOVE STE-SITE-CODE(SITE-INDEX) TO SLOG-SITE-CODE.
           MOVE XHDR-BUSINESS-DATE-N TO SLOG-BUSINESS-DATE.
           MOVE XHDR-PRIOR-DATE-N TO SLOG-PRIOR-BUSINESS-DATE.
           MOVE RUN-DATE TO SLOG-LOAD-DATE.
           MOVE RUN-TIME TO SLOG-LOAD-TIME.
           MOVE SITE-HIST-LOADED TO SLOG-HIST-LOADED.
           MOVE SITE-AUDIT-LOADED TO SLOG-AUDIT-LOADED.
           MOVE SITE-REJECTED-COUNT TO SLOG-RECORDS-REJECTED.
           WRITE LOAD-LOG-RECORD.
           IF LOAD-LOG-STATUS NOT = "00"
               DISPLAY "Warning: load log write failed, status "
                   LOAD-LOG-STATUS " - add site "
                   STE-SITE-CODE(SITE-INDEX) " business date "
                   XHDR-BUSINESS-DATE " to GAMESLOG.DAT before "
                   "the next load."
               MOVE 8 TO NEW-GRADE
               PERFORM 7900-RAISE-GRADE
           END-IF.
           MOVE XHDR-BUSINESS-DATE-N
               TO STE-LAST-LOADED-DATE(SITE-INDEX).

       7000-WRITE-REJECT.
           MOVE STE-SITE-CODE(SITE-INDEX) TO REJ-SITE-CODE.
           MOVE XHDR-BUSINESS-DATE TO REJ-BUSINESS-DATE.
           MOVE RUN-DATE TO REJ-LOAD-DATE.
           WRITE REJECT-RECORD.

       7900-RAISE-GRADE.
           IF NEW-GRADE > HIGHEST-GRADE
               MOVE NEW-GRADE TO HIGHEST-GRADE
           END-IF.

       8000-WRITE-TOTALS.
           WRITE REPORT-LINE FROM SPACES.
           MOVE "BRANCH SITES ON REGISTER" TO TOT-LABEL.
           MOVE SITE-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "TRANSMISSIONS LOADED" TO TOT-LABEL.
           MOVE SITES-LOADED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "TRANSMISSIONS REFUSED" TO TOT-LABEL.
           MOVE SITES-REFUSED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "TRANSMISSIONS NOT RECEIVED" TO TOT-LABEL.
           MOVE SITES-NOT-RECEIVED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "HISTORY RECORDS LOADED" TO TOT-LABEL.
           MOVE TOTAL-HIST-LOADED TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "AUDIT RECORDS LOADED" TO TOT-LABEL.
           MOVE TOTAL-AUDIT-LOADED TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "RECORDS REJECTED" TO TOT-LABEL.
           MOVE TOTAL-REJECTED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.

       9000-TERMINATE.
           CLOSE OPERATOR-FILE.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE LOAD-LOG-FILE.
           CLOSE REJECT-FILE.
           CLOSE REPORT-FILE.
           MOVE HIGHEST-GRADE TO RETURN-CODE.
