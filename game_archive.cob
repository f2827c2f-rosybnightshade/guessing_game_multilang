      *  A parameter card (GAMEARCP.DAT) supplies the retention date;
      *  every history record whose HIST-GAME-DATE is older than that
      *  date is copied to a dated sequential archive file
      *  (GAMEARCH.yyyymmdd.DAT, named from the business date on the
      *  GAMEBDAT control record) and deleted
      *  from the live file, and every audit record whose
      *  AUD-GAME-DATE is older than that date goes likewise to
      *  GAMEAUDA.yyyymmdd.DAT.  The dating means no later run can
      *  scanning everything ever played.
      *
      *  Each archive file is wrapped in a header record carrying the
      *  business date and retention date and a trailer record carrying
      *  the record count and a hash total (sum of HIST-ATTEMPTS for
      *  history, sum of AUD-ATTEMPT-NO for audit), so the receiving
      *  side can balance the file before the live records are
      *  trusted to be gone.  History details carry the guessing range
      *  each game was played on, and both kinds of detail carry the
      *  site code (spaces for the central shop).  If a run is
      *  abandoned mid-file the trailer is still written with the
      *  counts accumulated so far, because the records already
      *  archived have already been deleted and the segment must
      *  remain balanceable.  A summary
      *  report (GAMEARCR.DAT) shows the same totals for the
      *  operations log.
      *
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMEDSEL.

           SELECT ARCHIVE-PARM-FILE ASSIGN TO "GAMEARCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMEDFD.

       FD  ARCHIVE-PARM-FILE.
       01 ARCHIVE-PARM-RECORD.
           05 APARM-RETENTION-DATE     PIC X(8).

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD               PIC X(74).

       FD  AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD         PIC X(74).

       FD  SUMMARY-FILE.
       01 SUMMARY-LINE                 PIC X(80).
       01 ARCHIVE-STATUS               PIC XX.
       01 AUDIT-ARCHIVE-STATUS         PIC XX.
       01 SUMMARY-STATUS               PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.

       01 PARM-FOUND-FLAG              PIC X VALUE 'N'.
           88 PARM-WAS-FOUND               VALUE 'Y'.
           05 AHDR-RECORD-TYPE         PIC X VALUE 'H'.
           05 AHDR-RUN-DATE            PIC 9(8).
           05 AHDR-RETENTION-DATE      PIC 9(8).
           05 FILLER5                  PIC X(57) VALUE SPACES.

       01 ARCHIVE-DETAIL-RECORD.
           05 ADTL-RECORD-TYPE         PIC X VALUE 'D'.
           05 ADTL-ATTEMPTS            PIC 9(4).
           05 ADTL-SEED-USED           PIC 9(8).
           05 ADTL-ELAPSED-SECONDS     PIC 9(6)V99.
           05 ADTL-LOW-VAL             PIC 9(5).
           05 ADTL-HIGH-VAL            PIC 9(5).
           05 ADTL-SITE-CODE           PIC X(4).
           05 FILLER6                  PIC X(4) VALUE SPACES.

       01 AUDIT-DETAIL-RECORD.
           05 AUDD-RECORD-TYPE         PIC X VALUE 'D'.
           05 AUDD-ATTEMPT-NO          PIC 9(4).
           05 AUDD-GUESS-VALUE         PIC 9(5).
           05 AUDD-RESULT              PIC X(9).
           05 AUDD-SITE-CODE           PIC X(4).
           05 FILLER7                  PIC X(21) VALUE SPACES.

       01 ARCHIVE-TRAILER-RECORD.
           05 ATRL-RECORD-TYPE         PIC X VALUE 'T'.
           05 ATRL-RECORD-COUNT        PIC 9(7).
           05 ATRL-HASH-TOTAL          PIC 9(9).
           05 FILLER8                  PIC X(57) VALUE SPACES.

       01 SUMMARY-HEADER-LINE.
           05 FILLER9                  PIC X(27) VALUE

       1000-INITIALIZE.
           PERFORM 1100-LOAD-RETENTION-PARM.
           PERFORM 1050-LOAD-BUSINESS-DATE.
           OPEN I-O HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open history file, status "
           PERFORM 1200-POSITION-HISTORY.
           PERFORM 1300-POSITION-AUDIT.

      *    The archive files are named from the business date being
      *    closed out, not the clock's - a run after midnight still
      *    files under the day it belongs to.
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
                       "archive run cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO RUN-DATE.
           CLOSE BUSINESS-DATE-FILE.

       1100-LOAD-RETENTION-PARM.
           OPEN INPUT ARCHIVE-PARM-FILE.
           IF ARCHIVE-PARM-STATUS = "00"
           MOVE HIST-ATTEMPTS TO ADTL-ATTEMPTS.
           MOVE HIST-SEED-USED TO ADTL-SEED-USED.
           MOVE HIST-ELAPSED-SECONDS TO ADTL-ELAPSED-SECONDS.
           MOVE HIST-LOW-VAL TO ADTL-LOW-VAL.
           MOVE HIST-HIGH-VAL TO ADTL-HIGH-VAL.
           MOVE HIST-SITE-CODE TO ADTL-SITE-CODE.
           WRITE ARCHIVE-RECORD FROM ARCHIVE-DETAIL-RECORD.
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "Archive write failed, status " ARCHIVE-STATUS
           MOVE AUD-ATTEMPT-NO TO AUDD-ATTEMPT-NO.
           MOVE AUD-GUESS-VALUE TO AUDD-GUESS-VALUE.
           MOVE AUD-RESULT TO AUDD-RESULT.
           MOVE AUD-SITE-CODE TO AUDD-SITE-CODE.
           WRITE AUDIT-ARCHIVE-RECORD FROM AUDIT-DETAIL-RECORD.
           IF AUDIT-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Audit archive write failed, status "
