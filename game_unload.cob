      *  wrapped in a header and a count/hash trailer in the archive
      *  files' style (sum of HIST-ATTEMPTS for history, sum of
      *  AUD-ATTEMPT-NO for audit), so GAME-RELOAD can prove a
      *  rebuild got every record back.  The header is dated with
      *  the business date on the GAMEBDAT control record, so a
      *  backup taken after midnight still belongs to the day it
      *  closes out.
      *
      *  Once both backups are safely written and closed, the write
      *  journal (GAMEJRNL) is started fresh: everything the journal
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMEJSEL.
           COPY GAMEDSEL.

           SELECT HISTORY-BACKUP-FILE ASSIGN TO "GAMEHIST.BKP"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMEJFD.
           COPY GAMEDFD.

       FD  HISTORY-BACKUP-FILE.
       01 HISTORY-BACKUP-RECORD        PIC X(74).

       FD  AUDIT-BACKUP-FILE.
       01 AUDIT-BACKUP-RECORD          PIC X(74).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS               PIC XX.
       01 JOURNAL-STATUS               PIC XX.
       01 HISTORY-BACKUP-STATUS        PIC XX.
       01 AUDIT-BACKUP-STATUS          PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.

       01 HISTORY-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-HISTORY              VALUE 'Y'.
           05 BHDR-RECORD-TYPE         PIC X VALUE 'H'.
           05 BHDR-RUN-DATE            PIC 9(8).
           05 BHDR-RUN-TIME            PIC 9(8).
           05 FILLER1                  PIC X(57) VALUE SPACES.

       01 BACKUP-DETAIL-RECORD.
           05 BDTL-RECORD-TYPE         PIC X VALUE 'D'.
           05 BDTL-RECORD-IMAGE        PIC X(69).
           05 FILLER2                  PIC X(4) VALUE SPACES.

       01 BACKUP-TRAILER-RECORD.
           05 BTRL-RECORD-TYPE         PIC X VALUE 'T'.
           05 BTRL-RECORD-COUNT        PIC 9(7).
           05 BTRL-HASH-TOTAL          PIC 9(9).
           05 FILLER3                  PIC X(57) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-LOAD-BUSINESS-DATE.
           ACCEPT TIME-FIELDS FROM TIME.
           COMPUTE RUN-TIME = TIME-HOUR * 1000000
                   + TIME-MIN * 10000 + TIME-SEC * 100 + TIME-HUND.
           WRITE HISTORY-BACKUP-RECORD FROM BACKUP-HEADER-RECORD.
           WRITE AUDIT-BACKUP-RECORD FROM BACKUP-HEADER-RECORD.

      *    The backup headers carry the business date the backup
      *    closes out; the run time stays on the clock.
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
                       "unload run cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO RUN-DATE.
           CLOSE BUSINESS-DATE-FILE.

       2000-UNLOAD-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
