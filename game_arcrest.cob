           05 RPARM-TO-DATE            PIC X(8).

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD               PIC X(74).

       FD  AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD         PIC X(74).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).
           05 WHDR-RECORD-TYPE         PIC X.
           05 WHDR-RUN-DATE            PIC 9(8).
           05 WHDR-RETENTION-DATE      PIC 9(8).
           05 FILLER5                  PIC X(57).

       01 WORK-HIST-DETAIL-RECORD.
           05 WDTL-RECORD-TYPE         PIC X.
           05 WDTL-ATTEMPTS            PIC 9(4).
           05 WDTL-SEED-USED           PIC 9(8).
           05 WDTL-ELAPSED-SECONDS     PIC 9(6)V99.
           05 WDTL-LOW-VAL             PIC 9(5).
           05 WDTL-HIGH-VAL            PIC 9(5).
           05 WDTL-SITE-CODE           PIC X(4).
           05 FILLER6                  PIC X(4).

       01 WORK-AUDIT-DETAIL-RECORD.
           05 WAUD-RECORD-TYPE         PIC X.
           05 WAUD-ATTEMPT-NO          PIC 9(4).
           05 WAUD-GUESS-VALUE         PIC 9(5).
           05 WAUD-RESULT              PIC X(9).
           05 WAUD-SITE-CODE           PIC X(4).
           05 FILLER7                  PIC X(21).

       01 WORK-TRAILER-RECORD.
           05 WTRL-RECORD-TYPE         PIC X.
           05 WTRL-RECORD-COUNT        PIC 9(7).
           05 WTRL-HASH-TOTAL          PIC 9(9).
           05 FILLER8                  PIC X(57).

       01 VERIFY-DETAIL-COUNT          PIC 9(7) VALUE ZERO.
       01 VERIFY-HASH-TOTAL            PIC 9(9) VALUE ZERO.
               MOVE WDTL-ATTEMPTS TO HIST-ATTEMPTS
               MOVE WDTL-SEED-USED TO HIST-SEED-USED
               MOVE WDTL-ELAPSED-SECONDS TO HIST-ELAPSED-SECONDS
               MOVE WDTL-LOW-VAL TO HIST-LOW-VAL
               MOVE WDTL-HIGH-VAL TO HIST-HIGH-VAL
               MOVE WDTL-SITE-CODE TO HIST-SITE-CODE
               MOVE HISTORY-RECORD TO JRN-RECORD-IMAGE
               WRITE HISTORY-RECORD
                   INVALID KEY
               MOVE WAUD-ATTEMPT-NO TO AUD-ATTEMPT-NO
               MOVE WAUD-GUESS-VALUE TO AUD-GUESS-VALUE
               MOVE WAUD-RESULT TO AUD-RESULT
               MOVE WAUD-SITE-CODE TO AUD-SITE-CODE
               MOVE SPACES TO JRN-RECORD-IMAGE
               MOVE AUDIT-RECORD TO JRN-RECORD-IMAGE
               WRITE AUDIT-RECORD
