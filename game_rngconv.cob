       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-RNGCONV.
      *****************************************************************
      *  One-time conversion of the game files to the layouts that
      *  carry the guessing range (low / high value) on every game.
      *  Every game played before the range was recorded was played
      *  on the shop's standard 1 - 100 range, so every existing
      *  record is stamped with that range:
      *    GAMEHIST      history records
      *    GAMECHKP      in-flight checkpoints
      *    GAMEHCAP      handicaps (one per operator, re-keyed to
      *                  operator plus range)
      *    GAMETOUR      tournament results
      *    GAMEJRNL      history images in the write journal
      *    GAMEHIST.BKP  history images in the nightly backup
      *    GAMEARCH.yyyymmdd.DAT  history archives, one for each
      *                  archive date listed on the optional card
      *                  GAMERNGP.DAT (one yyyymmdd per line), so
      *                  GAME-ARCREST can still restore them
      *  Run once at cutover, straight after GAME-UNLOAD, with no
      *  games in play.  Each file is copied to the work file
      *  GAMERNG.WRK with the range added, then rebuilt from it and
      *  the record counts proved; a file that does not balance is
      *  reported and the run ends RC 8, and the GAMEHIST.BKP taken
      *  by GAME-UNLOAD (converted first, in this same run) plus
      *  GAME-RELOAD is the way back.  A record that already
      *  carries a range is copied unchanged, and a keyed file that
      *  already opens in the new layout is left alone, so the
      *  conversion can simply be rerun after an interruption.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEKSEL.
           COPY GAMEPSEL.

           SELECT OLD-HISTORY-FILE ASSIGN TO "GAMEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-HIST-KEY
               ALTERNATE RECORD KEY IS OLD-HIST-GAME-DATE
                   WITH DUPLICATES
               FILE STATUS IS OLD-HISTORY-STATUS.

           SELECT OLD-CHECKPOINT-FILE ASSIGN TO "GAMECHKP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CHK-OPERATOR-ID
               FILE STATUS IS OLD-CHECKPOINT-STATUS.

           SELECT OLD-HANDICAP-FILE ASSIGN TO "GAMEHCAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-HCP-OPERATOR-ID
               FILE STATUS IS OLD-HANDICAP-STATUS.

           SELECT FLAT-FILE ASSIGN TO DYNAMIC FLAT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLAT-STATUS.

           SELECT WORK-FILE ASSIGN TO "GAMERNG.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-STATUS.

           SELECT ARCHIVE-LIST-FILE ASSIGN TO "GAMERNGP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEKFD.
           COPY GAMEPFD.

      *    The three keyed files as they were laid out before the
      *    range was added.
       FD  OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           05 OLD-HIST-KEY.
               10 OLD-HIST-OPERATOR-ID PIC X(8).
               10 OLD-HIST-GAME-DATE   PIC 9(8).
               10 OLD-HIST-START-TIME  PIC 9(8).
               10 OLD-HIST-SESSION-SEQ PIC 9(6).
           05 OLD-HIST-DATA            PIC X(25).

       FD  OLD-CHECKPOINT-FILE.
       01 OLD-CHECKPOINT-RECORD.
           05 OLD-CHK-OPERATOR-ID      PIC X(8).
           05 OLD-CHK-DATA             PIC X(52).

       FD  OLD-HANDICAP-FILE.
       01 OLD-HANDICAP-RECORD.
           05 OLD-HCP-OPERATOR-ID      PIC X(8).
           05 OLD-HCP-DATA             PIC X(19).

       FD  FLAT-FILE.
       01 FLAT-RECORD                  PIC X(80).

       FD  WORK-FILE.
       01 WORK-RECORD                  PIC X(80).

       FD  ARCHIVE-LIST-FILE.
       01 ARCHIVE-LIST-RECORD.
           05 ALST-ARCHIVE-DATE        PIC X(8).
           05 FILLER1                  PIC X(72).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS               PIC XX.
       01 CHECKPOINT-STATUS            PIC XX.
       01 HANDICAP-STATUS              PIC XX.
       01 OLD-HISTORY-STATUS           PIC XX.
       01 OLD-CHECKPOINT-STATUS        PIC XX.
       01 OLD-HANDICAP-STATUS          PIC XX.
       01 FLAT-STATUS                  PIC XX.
       01 WORK-STATUS                  PIC XX.
       01 ARCHIVE-LIST-STATUS          PIC XX.

      *    The range every game played before this conversion used.
       01 STANDARD-LOW-VAL             PIC 9(5) VALUE 1.
       01 STANDARD-HIGH-VAL            PIC 9(5) VALUE 100.

       01 FLAT-FILE-NAME               PIC X(21).
       01 ARCHIVE-FILE-NAME.
           05 FILLER2                  PIC X(9) VALUE "GAMEARCH.".
           05 AFN-ARCHIVE-DATE         PIC X(8).
           05 FILLER3                  PIC X(4) VALUE ".DAT".

      *    Which layout the flat file being converted has: history
      *    images behind a one-byte record type (journal 'H'
      *    records, backup and archive 'D' records), or tournament
      *    results.
       01 FLAT-KIND-FLAG               PIC X VALUE SPACE.
           88 FLAT-IS-JOURNAL              VALUE 'J'.
           88 FLAT-IS-FRAMED               VALUE 'F'.
           88 FLAT-IS-TOURNAMENT           VALUE 'T'.

       01 INPUT-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-INPUT                VALUE 'Y'.
       01 WORK-EOF-FLAG                PIC X VALUE 'N'.
           88 NO-MORE-WORK                 VALUE 'Y'.
       01 ARCHIVE-LIST-EOF-FLAG        PIC X VALUE 'N'.
           88 NO-MORE-ARCHIVE-DATES        VALUE 'Y'.

      *    One line of a flat file, viewed either as a history image
      *    behind its record type or as a tournament result.
       01 FLAT-BUFFER.
           05 FBF-RECORD-TYPE          PIC X.
           05 FBF-HIST-IMAGE.
               10 FBF-HIST-OLD-PART    PIC X(55).
               10 FBF-HIST-LOW-VAL     PIC 9(5).
               10 FBF-HIST-HIGH-VAL    PIC 9(5).
           05 FILLER4                  PIC X(14).
       01 TOURN-BUFFER REDEFINES FLAT-BUFFER.
           05 TBF-OLD-PART             PIC X(53).
           05 TBF-LOW-VAL              PIC 9(5).
           05 TBF-HIGH-VAL             PIC 9(5).
           05 FILLER5                  PIC X(17).

      *    The keyed records in their new layouts, built from the
      *    old ones on the way to the work file.
       01 CONVERTED-HISTORY.
           05 CVH-OLD-PART             PIC X(55).
           05 CVH-LOW-VAL              PIC 9(5).
           05 CVH-HIGH-VAL             PIC 9(5).
       01 CONVERTED-CHECKPOINT.
           05 CVK-OLD-PART             PIC X(60).
           05 CVK-LOW-VAL              PIC 9(5).
           05 CVK-HIGH-VAL             PIC 9(5).
       01 CONVERTED-HANDICAP.
           05 CVP-OPERATOR-ID          PIC X(8).
           05 CVP-LOW-VAL              PIC 9(5).
           05 CVP-HIGH-VAL             PIC 9(5).
           05 CVP-OLD-DATA             PIC X(19).

       01 CONVERT-FILE-LABEL           PIC X(21).
       01 RECORDS-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 RECORDS-STAMPED-COUNT        PIC 9(7) VALUE ZERO.
       01 RECORDS-WRITTEN-COUNT        PIC 9(7) VALUE ZERO.
       01 WRITE-FAILURE-COUNT          PIC 9(7) VALUE ZERO.
       01 FILES-CONVERTED-COUNT        PIC 9(4) VALUE ZERO.
       01 FILES-OUT-OF-BALANCE-COUNT   PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "GAMETOUR" TO FLAT-FILE-NAME.
           SET FLAT-IS-TOURNAMENT TO TRUE.
           PERFORM 5000-CONVERT-FLAT-FILE.
           MOVE "GAMEJRNL" TO FLAT-FILE-NAME.
           SET FLAT-IS-JOURNAL TO TRUE.
           PERFORM 5000-CONVERT-FLAT-FILE.
           MOVE "GAMEHIST.BKP" TO FLAT-FILE-NAME.
           SET FLAT-IS-FRAMED TO TRUE.
           PERFORM 5000-CONVERT-FLAT-FILE.
           PERFORM 6000-CONVERT-ARCHIVES.
           PERFORM 2000-CONVERT-HISTORY.
           PERFORM 3000-CONVERT-CHECKPOINTS.
           PERFORM 4000-CONVERT-HANDICAPS.
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
                   DISPLAY "GAMEHIST already carries the range - "
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
                   MOVE STANDARD-LOW-VAL TO CVH-LOW-VAL
                   MOVE STANDARD-HIGH-VAL TO CVH-HIGH-VAL
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

       3000-CONVERT-CHECKPOINTS.
           MOVE "GAMECHKP" TO CONVERT-FILE-LABEL.
           OPEN INPUT CHECKPOINT-FILE.
           EVALUATE CHECKPOINT-STATUS
               WHEN "00"
                   CLOSE CHECKPOINT-FILE
                   DISPLAY "GAMECHKP already carries the range - "
                       "left as it is."
               WHEN "35"
                   DISPLAY "No GAMECHKP - nothing to convert."
               WHEN OTHER
                   PERFORM 7000-START-FILE-COUNTS
                   PERFORM 3100-UNLOAD-OLD-CHECKPOINTS
                   PERFORM 3300-LOAD-NEW-CHECKPOINTS
                   PERFORM 8000-PROVE-FILE
           END-EVALUATE.

       3100-UNLOAD-OLD-CHECKPOINTS.
           OPEN INPUT OLD-CHECKPOINT-FILE.
           IF OLD-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "Unable to open checkpoint file GAMECHKP, "
                   "status " OLD-CHECKPOINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 7100-OPEN-WORK-OUTPUT.
           MOVE 'N' TO INPUT-EOF-FLAG.
           PERFORM 3200-COPY-OLD-CHECKPOINT UNTIL NO-MORE-INPUT.
           CLOSE OLD-CHECKPOINT-FILE.
           CLOSE WORK-FILE.

       3200-COPY-OLD-CHECKPOINT.
           READ OLD-CHECKPOINT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-CHECKPOINT-RECORD TO CVK-OLD-PART
                   MOVE STANDARD-LOW-VAL TO CVK-LOW-VAL
                   MOVE STANDARD-HIGH-VAL TO CVK-HIGH-VAL
                   ADD 1 TO RECORDS-STAMPED-COUNT
                   WRITE WORK-RECORD FROM CONVERTED-CHECKPOINT
           END-READ.

       3300-LOAD-NEW-CHECKPOINTS.
           PERFORM 7200-OPEN-WORK-INPUT.
           OPEN OUTPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS NOT = "00"
               DISPLAY "Unable to rebuild checkpoint file GAMECHKP, "
                   "status " CHECKPOINT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3400-LOAD-ONE-CHECKPOINT UNTIL NO-MORE-WORK.
           CLOSE WORK-FILE.
           CLOSE CHECKPOINT-FILE.

       3400-LOAD-ONE-CHECKPOINT.
           READ WORK-FILE
               AT END
                   SET NO-MORE-WORK TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO CHECKPOINT-RECORD
                   WRITE CHECKPOINT-RECORD
                       INVALID KEY
                           ADD 1 TO WRITE-FAILURE-COUNT
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.

      *    The handicap key grows from the operator ID to operator
      *    plus range; the range sits straight after the ID so the
      *    rebuilt file stays in the same order as the old one.
       4000-CONVERT-HANDICAPS.
           MOVE "GAMEHCAP" TO CONVERT-FILE-LABEL.
           OPEN INPUT HANDICAP-FILE.
           EVALUATE HANDICAP-STATUS
               WHEN "00"
                   CLOSE HANDICAP-FILE
                   DISPLAY "GAMEHCAP already carries the range - "
                       "left as it is."
               WHEN "35"
                   DISPLAY "No GAMEHCAP - nothing to convert."
               WHEN OTHER
                   PERFORM 7000-START-FILE-COUNTS
                   PERFORM 4100-UNLOAD-OLD-HANDICAPS
                   PERFORM 4300-LOAD-NEW-HANDICAPS
                   PERFORM 8000-PROVE-FILE
           END-EVALUATE.

       4100-UNLOAD-OLD-HANDICAPS.
           OPEN INPUT OLD-HANDICAP-FILE.
           IF OLD-HANDICAP-STATUS NOT = "00"
               DISPLAY "Unable to open handicap file GAMEHCAP, "
                   "status " OLD-HANDICAP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 7100-OPEN-WORK-OUTPUT.
           MOVE 'N' TO INPUT-EOF-FLAG.
           PERFORM 4200-COPY-OLD-HANDICAP UNTIL NO-MORE-INPUT.
           CLOSE OLD-HANDICAP-FILE.
           CLOSE WORK-FILE.

       4200-COPY-OLD-HANDICAP.
           READ OLD-HANDICAP-FILE NEXT RECORD
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-HCP-OPERATOR-ID TO CVP-OPERATOR-ID
                   MOVE STANDARD-LOW-VAL TO CVP-LOW-VAL
                   MOVE STANDARD-HIGH-VAL TO CVP-HIGH-VAL
                   MOVE OLD-HCP-DATA TO CVP-OLD-DATA
                   ADD 1 TO RECORDS-STAMPED-COUNT
                   WRITE WORK-RECORD FROM CONVERTED-HANDICAP
           END-READ.

       4300-LOAD-NEW-HANDICAPS.
           PERFORM 7200-OPEN-WORK-INPUT.
           OPEN OUTPUT HANDICAP-FILE.
           IF HANDICAP-STATUS NOT = "00"
               DISPLAY "Unable to rebuild handicap file GAMEHCAP, "
                   "status " HANDICAP-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 4400-LOAD-ONE-HANDICAP UNTIL NO-MORE-WORK.
           CLOSE WORK-FILE.
           CLOSE HANDICAP-FILE.

       4400-LOAD-ONE-HANDICAP.
           READ WORK-FILE
               AT END
                   SET NO-MORE-WORK TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO HANDICAP-RECORD
                   WRITE HANDICAP-RECORD
                       INVALID KEY
                           ADD 1 TO WRITE-FAILURE-COUNT
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.

      *    Copies the flat file named in FLAT-FILE-NAME to the work
      *    file, adding the range to every record that lacks one,
      *    then writes it back over the original.
       5000-CONVERT-FLAT-FILE.
           MOVE FLAT-FILE-NAME TO CONVERT-FILE-LABEL.
           OPEN INPUT FLAT-FILE.
           IF FLAT-STATUS = "35"
               DISPLAY "No " FLAT-FILE-NAME " - nothing to convert."
           ELSE
               IF FLAT-STATUS NOT = "00"
                   DISPLAY "Unable to open " FLAT-FILE-NAME
                       ", status " FLAT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 7000-START-FILE-COUNTS
               PERFORM 7100-OPEN-WORK-OUTPUT
               MOVE 'N' TO INPUT-EOF-FLAG
               PERFORM 5100-COPY-FLAT-RECORD UNTIL NO-MORE-INPUT
               CLOSE FLAT-FILE
               CLOSE WORK-FILE
               PERFORM 7200-OPEN-WORK-INPUT
               OPEN OUTPUT FLAT-FILE
               IF FLAT-STATUS NOT = "00"
                   DISPLAY "Unable to rewrite " FLAT-FILE-NAME
                       ", status " FLAT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 5200-WRITE-BACK-RECORD UNTIL NO-MORE-WORK
               CLOSE WORK-FILE
               CLOSE FLAT-FILE
               PERFORM 8000-PROVE-FILE
           END-IF.

       5100-COPY-FLAT-RECORD.
           READ FLAT-FILE
               AT END
                   SET NO-MORE-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE FLAT-RECORD TO FLAT-BUFFER
                   PERFORM 5150-STAMP-FLAT-RECORD
                   WRITE WORK-RECORD FROM FLAT-BUFFER
           END-READ.

       5150-STAMP-FLAT-RECORD.
           EVALUATE TRUE
               WHEN FLAT-IS-TOURNAMENT
                   IF TBF-LOW-VAL NOT NUMERIC
                       MOVE STANDARD-LOW-VAL TO TBF-LOW-VAL
                       MOVE STANDARD-HIGH-VAL TO TBF-HIGH-VAL
                       ADD 1 TO RECORDS-STAMPED-COUNT
                   END-IF
               WHEN FLAT-IS-JOURNAL AND FBF-RECORD-TYPE NOT = 'H'
                   CONTINUE
               WHEN FLAT-IS-FRAMED AND FBF-RECORD-TYPE NOT = 'D'
                   CONTINUE
               WHEN FBF-HIST-LOW-VAL NOT NUMERIC
                   MOVE STANDARD-LOW-VAL TO FBF-HIST-LOW-VAL
                   MOVE STANDARD-HIGH-VAL TO FBF-HIST-HIGH-VAL
                   ADD 1 TO RECORDS-STAMPED-COUNT
           END-EVALUATE.

       5200-WRITE-BACK-RECORD.
           READ WORK-FILE
               AT END
                   SET NO-MORE-WORK TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO FLAT-RECORD
                   WRITE FLAT-RECORD
                   IF FLAT-STATUS = "00"
                       ADD 1 TO RECORDS-WRITTEN-COUNT
                   ELSE
                       ADD 1 TO WRITE-FAILURE-COUNT
                   END-IF
           END-READ.

      *    Each date on the card names one monthly history archive.
       6000-CONVERT-ARCHIVES.
           OPEN INPUT ARCHIVE-LIST-FILE.
           IF ARCHIVE-LIST-STATUS NOT = "00"
               DISPLAY "No archive list GAMERNGP.DAT - no archives "
                   "converted."
           ELSE
               MOVE 'N' TO ARCHIVE-LIST-EOF-FLAG
               PERFORM 6100-CONVERT-ONE-ARCHIVE
                   UNTIL NO-MORE-ARCHIVE-DATES
               CLOSE ARCHIVE-LIST-FILE
           END-IF.

       6100-CONVERT-ONE-ARCHIVE.
           READ ARCHIVE-LIST-FILE
               AT END
                   SET NO-MORE-ARCHIVE-DATES TO TRUE
               NOT AT END
                   IF ALST-ARCHIVE-DATE IS NUMERIC
                       MOVE ALST-ARCHIVE-DATE TO AFN-ARCHIVE-DATE
                       MOVE ARCHIVE-FILE-NAME TO FLAT-FILE-NAME
                       SET FLAT-IS-FRAMED TO TRUE
                       PERFORM 5000-CONVERT-FLAT-FILE
                   ELSE
                       DISPLAY "Ignoring archive list entry '"
                           ALST-ARCHIVE-DATE "' - not a yyyymmdd date."
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
               DISPLAY "Unable to open work file GAMERNG.WRK, status "
                   WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       7200-OPEN-WORK-INPUT.
           OPEN INPUT WORK-FILE.
           IF WORK-STATUS NOT = "00"
               DISPLAY "Unable to reopen work file GAMERNG.WRK, "
                   "status " WORK-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WORK-EOF-FLAG.

      *    Every record read must have been written back.
       8000-PROVE-FILE.
           ADD 1 TO FILES-CONVERTED-COUNT.
           DISPLAY CONVERT-FILE-LABEL ": " RECORDS-READ-COUNT
               " read, " RECORDS-STAMPED-COUNT " given range "
               STANDARD-LOW-VAL "-" STANDARD-HIGH-VAL ", "
               RECORDS-WRITTEN-COUNT " written.".
           IF RECORDS-WRITTEN-COUNT NOT = RECORDS-READ-COUNT
                   OR WRITE-FAILURE-COUNT > 0
               ADD 1 TO FILES-OUT-OF-BALANCE-COUNT
               DISPLAY "*** " CONVERT-FILE-LABEL " OUT OF BALANCE - "
                   WRITE-FAILURE-COUNT " write failures - restore "
                   "from the backup before running any game job."
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           DISPLAY "Range conversion complete: " FILES-CONVERTED-COUNT
               " files converted, " FILES-OUT-OF-BALANCE-COUNT
               " out of balance.".
