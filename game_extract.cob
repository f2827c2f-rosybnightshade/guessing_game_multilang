      *  is read through its date alternate key, STARTing at the
      *  range instead of scanning the whole trail; the history side
      *  keeps its primary-key walk for the join and skips records
      *  outside the range.  A card with both dates blank extracts
      *  the current business date from the GAMEBDAT control
      *  record.  No card keeps the old whole-file extract.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMEDSEL.

           SELECT EXTRACT-PARM-FILE ASSIGN TO "GAMEXTRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMEDFD.

       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
       01 HISTORY-STATUS               PIC XX.
       01 AUDIT-STATUS                 PIC XX.
       01 EXTRACT-PARM-STATUS          PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 EXTRACT-STATUS               PIC XX.

       01 PERIOD-FROM-DATE             PIC 9(8) VALUE ZERO.
                   AT END
                       CONTINUE
                   NOT AT END
                       IF XPARM-FROM-DATE = SPACES
                               AND XPARM-TO-DATE = SPACES
                           PERFORM 1150-LOAD-BUSINESS-DATE
                       END-IF
                       IF XPARM-FROM-DATE IS NUMERIC
                               AND XPARM-TO-DATE IS NUMERIC
                           MOVE XPARM-FROM-DATE TO PERIOD-FROM-DATE
               CLOSE EXTRACT-PARM-FILE
           END-IF.

      *    A card with both dates blank asks for the current
      *    business day on the GAMEBDAT control record.
       1150-LOAD-BUSINESS-DATE.
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
                       "extract cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE BDT-BUSINESS-DATE TO PERIOD-FROM-DATE.
           MOVE BDT-BUSINESS-DATE TO PERIOD-TO-DATE.
           CLOSE BUSINESS-DATE-FILE.

       2000-LOAD-SORT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
