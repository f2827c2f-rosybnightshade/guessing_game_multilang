       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-BIZDATE.
      *****************************************************************
      *  Open-of-day / close-of-day for the shop business date.  The
      *  business-date control file (GAMEBDAT) holds the one date
      *  every game program posts its work to; this program is the
      *  only thing that moves it, so a late second-shift batch that
      *  runs past midnight still lands on the shift's own day.
      *
      *  A parameter card (GAMEBDTP.DAT) names the function, an
      *  optional business date, and the user ID applying it:
      *    - C closes the current business date.  The game driver
      *      refuses to run against a closed day, so nothing more can
      *      post to it; the night's archive, sweep and unload jobs
      *      still run against it.
      *    - O opens the next business date.  The current day must
      *      already be closed.  With no date on the card the day
      *      rolls forward one calendar day; a date on the card (to
      *      skip a shutdown, say) must be later than the current
      *      one.  The very first open, with no control record yet,
      *      must name its date.
      *
      *  Each roll keeps the prior business date and wall-clock
      *  stamps of who opened and closed the day and when.  A
      *  refused roll leaves the control record untouched and ends
      *  with RETURN-CODE 8; a missing card or a control file that
      *  cannot be read or rewritten ends with RETURN-CODE 12.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEDSEL.

           SELECT BIZDATE-PARM-FILE ASSIGN TO "GAMEBDTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIZDATE-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEDFD.

       FD  BIZDATE-PARM-FILE.
       01 BIZDATE-PARM-RECORD.
           05 BPARM-FUNCTION           PIC X.
           05 BPARM-BUSINESS-DATE      PIC X(8).
           05 BPARM-USER-ID            PIC X(8).

       WORKING-STORAGE SECTION.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 BIZDATE-PARM-STATUS          PIC XX.

       01 PARM-FOUND-FLAG              PIC X VALUE 'N'.
           88 PARM-WAS-FOUND               VALUE 'Y'.
       01 CONTROL-FOUND-FLAG           PIC X VALUE 'N'.
           88 CONTROL-WAS-FOUND            VALUE 'Y'.
       01 ROLL-REFUSED-FLAG            PIC X VALUE 'N'.
           88 ROLL-WAS-REFUSED             VALUE 'Y'.

       01 BIZDATE-FUNCTION             PIC X VALUE SPACE.
           88 FUNCTION-OPEN-DAY            VALUE 'O'.
           88 FUNCTION-CLOSE-DAY           VALUE 'C'.
       01 REQUESTED-DATE               PIC 9(8) VALUE ZERO.
       01 REQUESTED-DATE-FLAG          PIC X VALUE 'N'.
           88 REQUESTED-DATE-SUPPLIED      VALUE 'Y'.
       01 BIZDATE-USER-ID              PIC X(8) VALUE SPACES.

      *    The control record as read, kept apart from the record
      *    area, which is undefined once the file is closed.
       01 CONTROL-IMAGE                PIC X(65) VALUE SPACES.
       01 CURRENT-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
       01 CURRENT-DAY-STATUS           PIC X VALUE SPACE.
           88 CURRENT-DAY-IS-OPEN          VALUE 'O'.
           88 CURRENT-DAY-IS-CLOSED        VALUE 'C'.
       01 NEW-BUSINESS-DATE            PIC 9(8) VALUE ZERO.

       01 STAMP-DATE                   PIC 9(8) VALUE ZERO.
       01 STAMP-TIME                   PIC 9(8) VALUE ZERO.
       01 STAMP-TIME-FIELDS.
           05 STF-HOUR                 PIC 99.
           05 STF-MIN                  PIC 99.
           05 STF-SEC                  PIC 99.
           05 STF-HUND                 PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           EVALUATE TRUE
               WHEN FUNCTION-CLOSE-DAY
                   PERFORM 2000-CLOSE-DAY
               WHEN FUNCTION-OPEN-DAY
                   PERFORM 3000-OPEN-DAY
           END-EVALUATE.
           IF ROLL-WAS-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 4000-REWRITE-CONTROL
           END-IF.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-BIZDATE-PARM.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME-FIELDS FROM TIME.
           COMPUTE STAMP-TIME = STF-HOUR * 1000000
                   + STF-MIN * 10000 + STF-SEC * 100 + STF-HUND.
           PERFORM 1200-READ-CONTROL.

       1100-LOAD-BIZDATE-PARM.
           OPEN INPUT BIZDATE-PARM-FILE.
           IF BIZDATE-PARM-STATUS = "00"
               READ BIZDATE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(BPARM-FUNCTION)
                           TO BIZDATE-FUNCTION
                       MOVE FUNCTION UPPER-CASE(BPARM-USER-ID)
                           TO BIZDATE-USER-ID
                       IF BPARM-BUSINESS-DATE IS NUMERIC
                           MOVE BPARM-BUSINESS-DATE TO REQUESTED-DATE
                           SET REQUESTED-DATE-SUPPLIED TO TRUE
                       END-IF
                       IF (FUNCTION-OPEN-DAY OR FUNCTION-CLOSE-DAY)
                               AND BIZDATE-USER-ID NOT = SPACES
                           SET PARM-WAS-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE BIZDATE-PARM-FILE
           END-IF.
           IF NOT PARM-WAS-FOUND
               DISPLAY "No valid function/user parameter - business "
                   "date run cancelled."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF REQUESTED-DATE-SUPPLIED
               IF FUNCTION TEST-DATE-YYYYMMDD(REQUESTED-DATE) NOT = 0
                   DISPLAY "Business date " REQUESTED-DATE
                       " on the parameter card is not a valid date."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    No control file is only legitimate before the very first
      *    open; anything else that stops the read stops the run.
       1200-READ-CONTROL.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CONTROL-WAS-FOUND TO TRUE
                       MOVE BUSINESS-DATE-RECORD TO CONTROL-IMAGE
                       MOVE BDT-BUSINESS-DATE TO CURRENT-BUSINESS-DATE
                       MOVE BDT-DAY-STATUS TO CURRENT-DAY-STATUS
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               IF BUSINESS-DATE-STATUS NOT = "35"
                   DISPLAY "Unable to open business-date control file,"
                       " status " BUSINESS-DATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-CLOSE-DAY.
           EVALUATE TRUE
               WHEN NOT CONTROL-WAS-FOUND
                   DISPLAY "No business date has been opened - "
                       "nothing to close."
                   SET ROLL-WAS-REFUSED TO TRUE
               WHEN CURRENT-DAY-IS-CLOSED
                   DISPLAY "Business date " CURRENT-BUSINESS-DATE
                       " is already closed."
                   SET ROLL-WAS-REFUSED TO TRUE
               WHEN REQUESTED-DATE-SUPPLIED
                       AND REQUESTED-DATE NOT = CURRENT-BUSINESS-DATE
                   DISPLAY "Close requested for " REQUESTED-DATE
                       " but the open business date is "
                       CURRENT-BUSINESS-DATE " - nothing closed."
                   SET ROLL-WAS-REFUSED TO TRUE
               WHEN OTHER
                   MOVE CURRENT-BUSINESS-DATE TO NEW-BUSINESS-DATE
           END-EVALUATE.

      *    The business date only ever moves forward: reopening a
      *    closed day would let games post behind a finished
      *    archive or backup.
       3000-OPEN-DAY.
           EVALUATE TRUE
               WHEN CURRENT-DAY-IS-OPEN
                   DISPLAY "Business date " CURRENT-BUSINESS-DATE
                       " is still open - close it before opening "
                       "the next."
                   SET ROLL-WAS-REFUSED TO TRUE
               WHEN REQUESTED-DATE-SUPPLIED
                   MOVE REQUESTED-DATE TO NEW-BUSINESS-DATE
               WHEN CONTROL-WAS-FOUND
                   COMPUTE NEW-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(CURRENT-BUSINESS-DATE)
                        + 1)
               WHEN OTHER
                   DISPLAY "No business date on file - the first "
                       "open must name its date."
                   SET ROLL-WAS-REFUSED TO TRUE
           END-EVALUATE.
           IF NOT ROLL-WAS-REFUSED AND CONTROL-WAS-FOUND
               IF NEW-BUSINESS-DATE NOT > CURRENT-BUSINESS-DATE
                   DISPLAY "Business date " NEW-BUSINESS-DATE
                       " is not later than " CURRENT-BUSINESS-DATE
                       " - the business date only moves forward."
                   SET ROLL-WAS-REFUSED TO TRUE
               END-IF
           END-IF.

      *    The control file is rewritten whole: the record read is
      *    restored to the record area and the roll applied to it.
       4000-REWRITE-CONTROL.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "Unable to rewrite business-date control file,"
                   " status " BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CONTROL-IMAGE TO BUSINESS-DATE-RECORD.
           IF FUNCTION-CLOSE-DAY
               SET BDT-DAY-IS-CLOSED TO TRUE
               MOVE STAMP-DATE TO BDT-CLOSED-DATE
               MOVE STAMP-TIME TO BDT-CLOSED-TIME
               MOVE BIZDATE-USER-ID TO BDT-CLOSED-BY
           ELSE
               MOVE CURRENT-BUSINESS-DATE TO BDT-PRIOR-BUSINESS-DATE
               MOVE NEW-BUSINESS-DATE TO BDT-BUSINESS-DATE
               SET BDT-DAY-IS-OPEN TO TRUE
               MOVE STAMP-DATE TO BDT-OPENED-DATE
               MOVE STAMP-TIME TO BDT-OPENED-TIME
               MOVE BIZDATE-USER-ID TO BDT-OPENED-BY
               MOVE ZERO TO BDT-CLOSED-DATE
               MOVE ZERO TO BDT-CLOSED-TIME
               MOVE SPACES TO BDT-CLOSED-BY
           END-IF.
           WRITE BUSINESS-DATE-RECORD.
           IF BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "Business-date control write failed, status "
                   BUSINESS-DATE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               IF FUNCTION-CLOSE-DAY
                   DISPLAY "Business date " NEW-BUSINESS-DATE
                       " closed by " BIZDATE-USER-ID "."
               ELSE
                   DISPLAY "Business date " NEW-BUSINESS-DATE
                       " opened by " BIZDATE-USER-ID "."
               END-IF
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
