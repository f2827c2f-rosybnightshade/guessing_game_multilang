      *  in the order it happened, so the rebuild reaches the point
      *  of failure instead of losing the day's games.  A journal
      *  image already present (the journal overlapped the backup,
      *  or the reload was rerun) is counted and skipped.  A delete
      *  image (written when an operator ID merge re-keys a record)
      *  removes the old key; one already gone is counted with the
      *  images already present.  The backups load in key order
      *  through OUTPUT mode; the journal arrives in time order, so
      *  the roll-forward runs in I-O mode.
      *
      *  A count or hash mismatch is reported and ends the run with
      *  RETURN-CODE 8 - the rebuilt file is suspect and the backup
           COPY GAMEJFD.

       FD  HISTORY-BACKUP-FILE.
       01 HISTORY-BACKUP-RECORD        PIC X(74).

       FD  AUDIT-BACKUP-FILE.
       01 AUDIT-BACKUP-RECORD          PIC X(74).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).

       01 WORK-BACKUP-RECORD.
           05 WBR-RECORD-TYPE          PIC X.
           05 WBR-RECORD-IMAGE         PIC X(69).
           05 FILLER1                  PIC X(4).

       01 WORK-TRAILER-RECORD.
           05 WTR-RECORD-TYPE          PIC X.
           05 WTR-RECORD-COUNT         PIC 9(7).
           05 WTR-HASH-TOTAL           PIC 9(9).
           05 FILLER2                  PIC X(57).

       01 LOADED-COUNT                 PIC 9(7) VALUE ZERO.
       01 LOADED-HASH-TOTAL            PIC 9(9) VALUE ZERO.
       01 JOURNAL-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 HIST-FORWARD-COUNT           PIC 9(7) VALUE ZERO.
       01 AUDIT-FORWARD-COUNT          PIC 9(7) VALUE ZERO.
       01 HIST-DELETED-COUNT           PIC 9(7) VALUE ZERO.
       01 AUDIT-DELETED-COUNT          PIC 9(7) VALUE ZERO.
       01 JOURNAL-SKIPPED-COUNT        PIC 9(7) VALUE ZERO.

       01 REPORT-HEADER-LINE           PIC X(80) VALUE
                       NOT INVALID KEY
                           ADD 1 TO AUDIT-FORWARD-COUNT
                   END-WRITE
               WHEN JRN-IS-HISTORY-DELETE
                   MOVE JRN-RECORD-IMAGE TO HISTORY-RECORD
                   DELETE HISTORY-FILE RECORD
                       INVALID KEY
                           ADD 1 TO JOURNAL-SKIPPED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO HIST-DELETED-COUNT
                   END-DELETE
               WHEN JRN-IS-AUDIT-DELETE
                   MOVE JRN-RECORD-IMAGE TO AUDIT-RECORD
                   DELETE AUDIT-FILE RECORD
                       INVALID KEY
                           ADD 1 TO JOURNAL-SKIPPED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO AUDIT-DELETED-COUNT
                   END-DELETE
               WHEN OTHER
                   ADD 1 TO JOURNAL-SKIPPED-COUNT
           END-EVALUATE.
           MOVE "AUDIT ROLLED FORWARD" TO TOT-LABEL.
           MOVE AUDIT-FORWARD-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "HISTORY DELETES ROLLED FORWARD" TO TOT-LABEL.
           MOVE HIST-DELETED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "AUDIT DELETES ROLLED FORWARD" TO TOT-LABEL.
           MOVE AUDIT-DELETED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE "JOURNAL IMAGES ALREADY PRESENT" TO TOT-LABEL.
           MOVE JOURNAL-SKIPPED-COUNT TO TOT-VALUE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
