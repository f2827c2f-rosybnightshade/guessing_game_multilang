      *  months later when its operator next plays with the restart
      *  flag set.  This job scans the checkpoint file, lists every
      *  checkpoint whose CHK-GAME-DATE is older than a parameter-
      *  supplied age in days (GAMESWPP.DAT), counted back from the
      *  business date on the GAMEBDAT control record, deletes the
      *  expired ones, and records each expiry - operator, game
      *  date, attempts so far, seed - on the abandoned-games report
      *  (GAMESWPR.DAT) so supervisors can see who keeps walking
      *  away from unfinished sessions.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEKSEL.
           COPY GAMEDSEL.

           SELECT SWEEP-PARM-FILE ASSIGN TO "GAMESWPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY GAMEKFD.
           COPY GAMEDFD.

       FD  SWEEP-PARM-FILE.
       01 SWEEP-PARM-RECORD.
       01 CHECKPOINT-STATUS            PIC XX.
       01 SWEEP-PARM-STATUS            PIC XX.
       01 REPORT-STATUS                PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.

       01 PARM-FOUND-FLAG              PIC X VALUE 'N'.
           88 PARM-WAS-FOUND               VALUE 'Y'.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-AGE-PARM.
           PERFORM 1050-LOAD-BUSINESS-DATE.
           COMPUTE RUN-DATE-DAYS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE).
           COMPUTE CUTOFF-DATE-DAYS = RUN-DATE-DAYS - AGE-DAYS.
           WRITE REPORT-LINE FROM REPORT-PARM-LINE.
           WRITE REPORT-LINE FROM COLUMN-LINE.

      *    Checkpoint age is counted back from the business date, the
      *    same date the games were stamped with.
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
                       "sweep run cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO RUN-DATE.
           CLOSE BUSINESS-DATE-FILE.

       1100-LOAD-AGE-PARM.
           OPEN INPUT SWEEP-PARM-FILE.
           IF SWEEP-PARM-STATUS = "00"
