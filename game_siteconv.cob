       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-SITECONV.
      *****************************************************************
      *  One-time conversion of the game files to the layouts that
      *  carry a site code, so games loaded from the branch sites'
      *  nightly transmissions (GAME-SITELOAD) can be told from the
      *  central shop's own.  Every record already on file was made
      *  at the central shop, so every one is given the central
      *  shop's site code - spaces:
      *    GAMEHIST      history records (HIST-SITE-CODE)
      *    GAMEAUDT      audit records (AUD-SITE-CODE)
      *    GAMEOPER      operator master (OPR-HOME-SITE)
      *    GAMEOPLG.DAT  maintenance log, whose before and after
      *                  images of the master record grow with it
      *  The journal, the nightly backups and the monthly archives
      *  need nothing: they are line sequential, and a short line
      *  reads back padded with spaces, which is the central shop's
      *  code.
      *  Run once at cutover, straight after GAME-UNLOAD, with no
      *  games in play and no operator maintenance running.  Each
      *  file is copied to the work file GAMESITE.WRK with the site
      *  code added, then rebuilt from it and the record counts
      *  proved; a file that does not balance is reported and the
      *  run ends RC 8, and the GAMEHIST.BKP / GAMEAUDT.BKP taken by
      *  GAME-UNLOAD plus GAME-RELOAD is the way back.  A log record
      *  already in the new layout is copied unchanged, and a keyed
      *  file that already opens in the new layout is left alone, so
      *  the conversion can simply be rerun after an interruption.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMEOSEL.
           COPY GAMEMSEL.

           SELECT OLD-HISTORY-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-HIST-KEY
               ALTERNATE RECORD KEY IS OLD-HIST-GAME-DATE
                   WITH DUPLICATES
               FILE STATUS IS OLD-HISTORY-STATUS.

           SELECT OLD-AUDIT-FILE ASSIGN TO "GAMEAUDT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-AUD-KEY
               ALTERNATE RECORD KEY IS OLD-AUD-GAME-DATE
                   WITH DUPLICATES
               FILE STATUS IS OLD-AUDIT-STATUS.

           SELECT OLD-OPERATOR-FILE ASSIGN TO "GAMEOPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-OPR-OPERATOR-ID
               FILE STATUS IS OLD-OPERATOR-STATUS.

           SELECT WORK-FILE ASSIGN TO "GAMESITE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMEOFD.
           COPY GAMEMFD.

      *    The three keyed files as they were laid out before the
      *    site code was added.
       FD  OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           05 OLD-HIST-KEY.
               10 OLD-HIST-OPERATOR-ID PIC X(8).
               10 OLD-HIST-GAME-DATE   PIC 9(8).
               10 OLD-HIST-START-TIME  PIC 9(8).
               10 OLD-HIST-SESSION-SEQ PIC 9(6).
           05 OLD-HIST-DATA            PIC X(35).

       FD  OLD-AUDIT-FILE.
       01 OLD-AUDIT-RECORD.
           05 OLD-AUD-KEY.
               10 OLD-AUD-OPERATOR-ID  PIC X(8).
               10 OLD-AUD-GAME-DATE    PIC 9(8).
               10 OLD-AUD-START-TIME   PIC 9(8).
               10 OLD-AUD-SESSION-SEQ  PIC 9(6).
               10 OLD-AUD-ATTEMPT-NO   PIC 9(4).
           05 OLD-AUD-DATA             PIC X(14).

       FD  OLD-OPERATOR-FILE.
       01 OLD-OPERATOR-RECORD.
           05 OLD-OPR-OPERATOR-ID      PIC X(8).
           05 OLD-OPR-DATA             PIC X(48).

       FD  WORK-FILE.
       01 WORK-RECORD                  PIC X(162).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS               PIC XX.
       01 AUDIT-STATUS                 PIC XX.
       01 OPERATOR-STATUS              PIC XX.
       01 MAINT-LOG-STATUS             PIC XX.
       01 OLD-HISTORY-STATUS           PIC XX.
       01 OLD-AUDIT-STATUS             PIC XX.
       01 OLD-OPERATOR-STATUS          PIC XX.
       01 WORK-STATUS                  PIC XX.

      *    The site code every record made before this conversion
      *    carries: the central shop's.
       01 CENTRAL-SITE-CODE            PIC X(4) VALUE SPACES.

       01 INPUT-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-INPUT                VALUE 'Y'.
       01 WORK-EOF-FLAG                PIC X VALUE 'N'.
           88 NO-MORE-WORK                 VALUE 'Y'.

      *    The keyed records in their new layouts, built from the
      *    old ones on the way to the work file.
       01 CONVERTED-HISTORY.
           05 CVH-OLD-PART             PIC X(65).
           05 CVH-SITE-CODE            PIC X(4).
       01 CONVERTED-AUDIT.
           05 CVA-OLD-PART             PIC X(48).
           05 CVA-SITE-CODE            PIC X(4).
       01 CONVERTED-OPERATOR.
           05 CVO-OLD-PART             PIC X(56).
           05 CVO-HOME-SITE            PIC X(4).

      *    One maintenance log line as read, viewed in the old
      *    layout, where each master image was 56 bytes.  A line
      *    in the old layout has the logged operator's ID at the
      *    front of its after image; in the new layout those bytes
      *    fall across the end of the before image.
       01 LOG-BUFFER                   PIC X(162).
       01 OLD-LOG-BUFFER REDEFINES LOG-BUFFER.
           05 OLB-LOG-HEADER.
               10 FILLER1              PIC X(18).
               10 OLB-OPERATOR-ID      PIC X(8).
               10 FILLER2              PIC X(8).
           05 OLB-BEFORE-IMAGE         PIC X(56).
           05 OLB-AFTER-IMAGE.
               10 OLB-AFTER-OPERATOR-ID PIC X(8).
               10 FILLER3              PIC X(48).
           05 OLB-MERGED-INTO-ID       PIC X(8).
           05 FILLER4                  PIC X(8).
       01 CONVERTED-LOG.
           05 CVL-LOG-HEADER           PIC X(34).
           05 CVL-BEFORE-IMAGE.
               10 CVL-BEFORE-OLD-PART  PIC X(56).
               10 CVL-BEFORE-HOME-SITE PIC X(4).
           05 CVL-AFTER-IMAGE.
               10 CVL-AFTER-OLD-PART   PIC X(56).
               10 CVL-AFTER-HOME-SITE  PIC X(4).
           05 CVL-MERGED-INTO-ID       PIC X(8).

       01 CONVERT-FILE-LABEL           PIC X(12).
       01 RECORDS-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 RECORDS-STAMPED-COUNT        PIC 9(7) VALUE ZERO.
       01 RECORDS-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
       01 WRITE-FAILURE-COUNT          PIC 9(7) VALUE ZERO.
       01 FILES-CONVERTED-COUNT        PIC 9(4) VALUE ZERO.
       01 FILES-OUT-OF-BALANCE-COUNT   PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 5000-CONVERT-MAINT-LOG.
           PERFORM 2000-CONVERT-HISTORY.
           PERFORM 3000-CONVERT-AUDIT.
           PERFORM 4000-CONVERT-OPERATORS.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *    A history file that already opens in the new layout has
      *    been converted; one that is not there has nothing to
      *    convert; anything else is read in the old layout.
       2000-CONVERT-HISTORY.
           MOVE "GAMEHIST" TO CONVERT-FILE-LABEL.
           OPEN INPUT HISTORY-FILE.
           EVALUATE HISTORY-STATUS
               WHEN "00"
                   CLOSE HISTORY-FILE
                   DISPLAY "GAMEHIST already carries the site code - "
                       "left as it is."
               WHEN "35"
                   DISPLAY "No GAMEHIST - nothing to convert."
               WHEN OTHER
                   PERFORM 7000-START-FILE-COUNTS
                   PERFORM 2100-UNLOAD-OLD-HISTORY
                   PERFORM 2300-LOAD-NEW-HISTORY
                   PERFORM 8000-PROVE-FILE
           END-EVALUATE.

       2100-UNLOAD-OLD-HISTORY.
           OPEN INPUT OLD-HISTORY-FILE.
           IF OLD-HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open history file GAMEHIST, status "
                   OLD-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 7100-OPEN-WORK-OUTPUT.
           MOVE 'N' TO INPUT-EOF-FLAG.
           PERFORM 2200-COPY-OLD-HISTORY UNTIL NO-MORE-INPUT.
           CLOSE OLD-HISTORY-FILE.
           CLOSE WORK-FILE.

       2200-COPY-OLD-HISTORY.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-HISTORY-RECORD TO CVH-OLD-PART
                   MOVE CENTRAL-SITE-CODE TO CVH-SITE-CODE
                   ADD 1 TO RECORDS-STAMPED-COUNT
                   WRITE WORK-RECORD FROM CONVERTED-HISTORY
           END-READ.

       2300-LOAD-NEW-HISTORY.
           PERFORM 7200-OPEN-WORK-INPUT.
           OPEN OUTPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to rebuild history file GAMEHIST, "
                   "status " HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2400-LOAD-ONE-HISTORY UNTIL NO-MORE-WORK.
           CLOSE WORK-FILE.
           CLOSE HISTORY-FILE.

       2400-LOAD-ONE-HISTORY.
           READ WORK-FILE
               AT END
                   SET NO-MORE-WORK TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WRITE-FAILURE-COUNT
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.

       3000-CONVERT-AUDIT.
           MOVE "GAMEAUDT" TO CONVERT-FILE-LABEL.
           OPEN INPUT AUDIT-FILE.
           EVALUATE AUDIT-STATUS
               WHEN "00"
                   CLOSE AUDIT-FILE
                   DISPLAY "GAMEAUDT already carries the site code - "
                       "left as it is."
               WHEN "35"
                   DISPLAY "No GAMEAUDT - nothing to convert."
               WHEN OTHER
                   PERFORM 7000-START-FILE-COUNTS
                   PERFORM 3100-UNLOAD-OLD-AUDIT
                   PERFORM 3300-LOAD-NEW-AUDIT
                   PERFORM 8000-PROVE-FILE
           END-EVALUATE.

       3100-UNLOAD-OLD-AUDIT.
           OPEN INPUT OLD-AUDIT-FILE.
           IF OLD-AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to open audit file GAMEAUDT, status "
                   OLD-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 7100-OPEN-WORK-OUTPUT.
           MOVE 'N' TO INPUT-EOF-FLAG.
           PERFORM 3200-COPY-OLD-AUDIT UNTIL NO-MORE-INPUT.
           CLOSE OLD-AUDIT-FILE.
           CLOSE WORK-FILE.

       3200-COPY-OLD-AUDIT.
           READ OLD-AUDIT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-AUDIT-RECORD TO CVA-OLD-PART
                   MOVE CENTRAL-SITE-CODE TO CVA-SITE-CODE
                   ADD 1 TO RECORDS-STAMPED-COUNT
                   WRITE WORK-RECORD FROM CONVERTED-AUDIT
           END-READ.

       3300-LOAD-NEW-AUDIT.
           PERFORM 7200-OPEN-WORK-INPUT.
           OPEN OUTPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to rebuild audit file GAMEAUDT, "
                   "status " AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3400-LOAD-ONE-AUDIT UNTIL NO-MORE-WORK.
           CLOSE WORK-FILE.
           CLOSE AUDIT-FILE.

       3400-LOAD-ONE-AUDIT.
           READ WORK-FILE
               AT END
                   SET NO-MORE-WORK TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                       INVALID KEY
                           ADD 1 TO WRITE-FAILURE-COUNT
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.

      *    Every operator registered before the branch sites were
      *    brought in works from the central shop.
       4000-CONVERT-OPERATORS.
           MOVE "GAMEOPER" TO CONVERT-FILE-LABEL.
           OPEN INPUT OPERATOR-FILE.
           EVALUATE OPERATOR-STATUS
               WHEN "00"
                   CLOSE OPERATOR-FILE
                   DISPLAY "GAMEOPER already carries the home site - "
                       "left as it is."
               WHEN "35"
                   DISPLAY "No GAMEOPER - nothing to convert."
               WHEN OTHER
                   PERFORM 7000-START-FILE-COUNTS
                   PERFORM 4100-UNLOAD-OLD-OPERATORS
                   PERFORM 4300-LOAD-NEW-OPERATORS
                   PERFORM 8000-PROVE-FILE
           END-EVALUATE.

       4100-UNLOAD-OLD-OPERATORS.
           OPEN INPUT OLD-OPERATOR-FILE.
           IF OLD-OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to open operator master GAMEOPER, "
                   "status " OLD-OPERATOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 7100-OPEN-WORK-OUTPUT.
           MOVE 'N' TO INPUT-EOF-FLAG.
           PERFORM 4200-COPY-OLD-OPERATOR UNTIL NO-MORE-INPUT.
           CLOSE OLD-OPERATOR-FILE.
           CLOSE WORK-FILE.

       4200-COPY-OLD-OPERATOR.
           READ OLD-OPERATOR-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-OPERATOR-RECORD TO CVO-OLD-PART
                   MOVE CENTRAL-SITE-CODE TO CVO-HOME-SITE
                   ADD 1 TO RECORDS-STAMPED-COUNT
                   WRITE WORK-RECORD FROM CONVERTED-OPERATOR
           END-READ.

       4300-LOAD-NEW-OPERATORS.
           PERFORM 7200-OPEN-WORK-INPUT.
           OPEN OUTPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = "00"
               DISPLAY "Unable to rebuild operator master GAMEOPER, "
                   "status " OPERATOR-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4400-LOAD-ONE-OPERATOR UNTIL NO-MORE-WORK.
           CLOSE WORK-FILE.
           CLOSE OPERATOR-FILE.

       4400-LOAD-ONE-OPERATOR.
           READ WORK-FILE
               AT END
                   SET NO-MORE-WORK TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO OPERATOR-RECORD
                   WRITE OPERATOR-RECORD
                       INVALID KEY
                           ADD 1 TO WRITE-FAILURE-COUNT
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.

      *    The log is copied to the work file with the home site
      *    opened up behind each master image of every old-layout
      *    line, then written back over the original.
       5000-CONVERT-MAINT-LOG.
           MOVE "GAMEOPLG.DAT" TO CONVERT-FILE-LABEL.
           OPEN INPUT MAINT-LOG-FILE.
           IF MAINT-LOG-STATUS = "35"
               DISPLAY "No GAMEOPLG.DAT - nothing to convert."
           ELSE
               IF MAINT-LOG-STATUS NOT = "00"
                   DISPLAY "Unable to open GAMEOPLG.DAT, status "
                       MAINT-LOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 7000-START-FILE-COUNTS
               PERFORM 7100-OPEN-WORK-OUTPUT
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM 5100-COPY-LOG-RECORD UNTIL NO-MORE-INPUT
               CLOSE MAINT-LOG-FILE
               CLOSE WORK-FILE
               PERFORM 7200-OPEN-WORK-INPUT
               OPEN OUTPUT MAINT-LOG-FILE
               IF MAINT-LOG-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite GAMEOPLG.DAT, status "
                       MAINT-LOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 5200-WRITE-BACK-RECORD UNTIL NO-MORE-WORK
               CLOSE WORK-FILE
               CLOSE MAINT-LOG-FILE
               PERFORM 8000-PROVE-FILE
           END-IF.

       5100-COPY-LOG-RECORD.
           READ MAINT-LOG-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE MAINT-LOG-RECORD TO LOG-BUFFER
                   IF OLB-AFTER-OPERATOR-ID = OLB-OPERATOR-ID
                       MOVE OLB-LOG-HEADER TO CVL-LOG-HEADER
                       MOVE OLB-BEFORE-IMAGE TO CVL-BEFORE-OLD-PART
                       MOVE CENTRAL-SITE-CODE TO CVL-BEFORE-HOME-SITE
                       MOVE OLB-AFTER-IMAGE TO CVL-AFTER-OLD-PART
                       MOVE CENTRAL-SITE-CODE TO CVL-AFTER-HOME-SITE
                       MOVE OLB-MERGED-INTO-ID TO CVL-MERGED-INTO-ID
                       ADD 1 TO RECORDS-STAMPED-COUNT
                       WRITE WORK-RECORD FROM CONVERTED-LOG
                   ELSE
                       WRITE WORK-RECORD FROM LOG-BUFFER
                   END-IF
           END-READ.

       5200-WRITE-BACK-RECORD.
           READ WORK-FILE
               AT END
                   SET NO-MORE-WORK TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO MAINT-LOG-RECORD
                   WRITE MAINT-LOG-RECORD
                   IF MAINT-LOG-STATUS = "00"
                       ADD 1 TO RECORDS-WRITTEN-COUNT
                   ELSE
                       ADD 1 TO WRITE-FAILURE-COUNT
                   END-IF
           END-READ.

       7000-START-FILE-COUNTS.
           MOVE 0 TO RECORDS-READ-COUNT.
           MOVE 0 TO RECORDS-STAMPED-COUNT.
           MOVE 0 TO RECORDS-WRITTEN-COUNT.
           MOVE 0 TO WRITE-FAILURE-COUNT.

       7100-OPEN-WORK-OUTPUT.
           OPEN OUTPUT WORK-FILE.
           IF WORK-STATUS NOT = "00"
               DISPLAY "Unable to open work file GAMESITE.WRK, status "
                   WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       7200-OPEN-WORK-INPUT.
           OPEN INPUT WORK-FILE.
           IF WORK-STATUS NOT = "00"
               DISPLAY "Unable to reopen work file GAMESITE.WRK, "
                   "status " WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WORK-EOF-FLAG.

      *    Every record read must have been written back.
       8000-PROVE-FILE.
           ADD 1 TO FILES-CONVERTED-COUNT.
           DISPLAY CONVERT-FILE-LABEL ": " RECORDS-READ-COUNT
               " read, " RECORDS-STAMPED-COUNT " given the central "
               "site code, " RECORDS-WRITTEN-COUNT " written.".
           IF RECORDS-WRITTEN-COUNT NOT = RECORDS-READ-COUNT
                   OR WRITE-FAILURE-COUNT > 0
               ADD 1 TO FILES-OUT-OF-BALANCE-COUNT
               DISPLAY "*** " CONVERT-FILE-LABEL " OUT OF BALANCE - "
                   WRITE-FAILURE-COUNT " write failures - restore "
                   "from the backup before running any game job."
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           DISPLAY "Site conversion complete: " FILES-CONVERTED-COUNT
               " files converted, " FILES-OUT-OF-BALANCE-COUNT
               " out of balance.".
