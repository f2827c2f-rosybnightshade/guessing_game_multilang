       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-SITEXMIT.
      *****************************************************************
      *  Nightly transmission of a branch site's games to the
      *  central shop.  Run at the branch site, after its business
      *  day is closed, it copies every history and audit record
      *  dated that business day (but see games in flight, below)
      *  to the flat file GAMEXMIT.<site>.DAT, which is sent to the
      *  central shop and loaded there by GAME-SITELOAD.
      *
      *  The site's own code comes from the card GAMEXMTP.DAT.  The
      *  file is wrapped in the backups' style (GAME-UNLOAD): a
      *  header naming the site, the business date being sent and
      *  the business date before it - so the central shop can tell
      *  a repeat or a gap in the sequence - and a trailer carrying
      *  a count and a hash total for each of the two files (sum of
      *  HIST-ATTEMPTS for history, sum of AUD-ATTEMPT-NO for
      *  audit).  Each detail names the file its image came from.
      *  A day with no games still sends a header and a zero
      *  trailer, so the central shop's sequence is not broken.
      *
      *  A game still in flight at the close - checkpointed on
      *  GAMECHKP with no history record yet - is held back whole:
      *  its guesses so far are not sent, so the central shop never
      *  holds a game's guesses without the game.  A resumed game
      *  keeps the date it was started on, so once it has finished
      *  its records are dated an earlier day than the one being
      *  sent; the held games are therefore listed on the
      *  carry-forward file GAMEXCRY.DAT, and each later close sends
      *  every listed game that is no longer in flight - its history
      *  record, if any, and all its guesses - whatever their date.
      *  A game sent that way stays on the list, marked with the day
      *  it went, until a later day is sent, so a rerun of the same
      *  day sends it again.
      *
      *  Return codes: 0 sent; 12 no usable card, the business day
      *  is still open, or a file cannot be opened; 16 a write to
      *  the transmission failed (the file is incomplete and must
      *  not be sent), the carry-forward file could not be written
      *  (rerun the transmission) or the carry-forward table is
      *  full.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GAMEHSEL.
           COPY GAMEASEL.
           COPY GAMEDSEL.
           COPY GAMEKSEL.

           SELECT XMIT-PARM-FILE ASSIGN TO "GAMEXMTP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-PARM-STATUS.

           SELECT XMIT-FILE ASSIGN TO DYNAMIC XMIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-STATUS.

           SELECT CARRY-FILE ASSIGN TO "GAMEXCRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY GAMEHFD.
           COPY GAMEAFD.
           COPY GAMEDFD.
           COPY GAMEKFD.

       FD  XMIT-PARM-FILE.
       01 XMIT-PARM-RECORD.
           05 XMTP-SITE-CODE           PIC X(4).

       FD  XMIT-FILE.
       01 XMIT-RECORD                  PIC X(74).

      *    One game held back at a close: its key, the business day
      *    it was first held on, and the day it was finally sent
      *    (zero while it is still held).
       FD  CARRY-FILE.
       01 CARRY-RECORD.
           05 CRY-GAME-KEY             PIC X(30).
           05 CRY-HELD-DATE            PIC 9(8).
           05 CRY-SENT-DATE            PIC 9(8).

       WORKING-STORAGE SECTION.
       01 HISTORY-STATUS               PIC XX.
       01 AUDIT-STATUS                 PIC XX.
       01 BUSINESS-DATE-STATUS         PIC XX.
       01 XMIT-PARM-STATUS             PIC XX.
       01 XMIT-STATUS                  PIC XX.
       01 CHECKPOINT-STATUS            PIC XX.
       01 CARRY-STATUS                 PIC XX.

      *    The central shop's own name for itself; no branch may
      *    use it, nor spaces.
       01 CENTRAL-SITE-NAME            PIC X(4) VALUE "HOME".
       01 SITE-CODE                    PIC X(4) VALUE SPACES.
       01 XMIT-FILE-NAME               PIC X(21) VALUE SPACES.

       01 HISTORY-EOF-FLAG             PIC X VALUE 'N'.
           88 NO-MORE-HISTORY              VALUE 'Y'.
       01 AUDIT-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-AUDIT                VALUE 'Y'.
       01 CARRY-EOF-FLAG               PIC X VALUE 'N'.
           88 NO-MORE-CARRIED              VALUE 'Y'.
       01 CHECKPOINT-EOF-FLAG          PIC X VALUE 'N'.
           88 NO-MORE-CHECKPOINTS          VALUE 'Y'.
       01 GUESS-BROWSE-FLAG            PIC X VALUE 'N'.
           88 GUESS-BROWSE-ENDED           VALUE 'Y'.
       01 GAME-FINISHED-FLAG           PIC X VALUE 'N'.
           88 GAME-HAS-FINISHED            VALUE 'Y'.

      *    The games held back at this close or carried in from an
      *    earlier one.
       01 CARRY-TABLE-MAX              PIC S9(4) COMP VALUE 500.
       01 CARRY-COUNT                  PIC S9(4) COMP VALUE ZERO.
       01 CARRY-TABLE.
           05 CARRY-ENTRY OCCURS 500 TIMES.
               10 CRT-GAME-KEY         PIC X(30).
               10 CRT-HELD-DATE        PIC 9(8).
               10 CRT-SENT-DATE        PIC 9(8).
               10 CRT-STATE            PIC X.
                   88 CRT-IS-CARRIED-IN    VALUE 'C'.
                   88 CRT-IS-HELD          VALUE 'H'.
                   88 CRT-IS-SENT          VALUE 'S'.
       01 CARRY-INDEX                  PIC S9(4) COMP VALUE ZERO.
       01 CARRY-FOUND-INDEX            PIC S9(4) COMP VALUE ZERO.
       01 SEARCH-GAME-KEY.
           05 SGK-OPERATOR-ID          PIC X(8).
           05 SGK-GAME-DATE            PIC 9(8).
           05 SGK-START-TIME           PIC 9(8).
           05 SGK-SESSION-SEQ          PIC 9(6).

       01 GAMES-HELD-COUNT             PIC 9(7) VALUE ZERO.
       01 GUESSES-HELD-COUNT           PIC 9(7) VALUE ZERO.
       01 GAMES-CARRIED-COUNT          PIC 9(7) VALUE ZERO.

       01 BUSINESS-DATE                PIC 9(8) VALUE ZERO.
       01 PRIOR-BUSINESS-DATE          PIC 9(8) VALUE ZERO.
       01 RUN-DATE                     PIC 9(8) VALUE ZERO.
       01 RUN-TIME                     PIC 9(8) VALUE ZERO.
       01 TIME-FIELDS.
           05 TIME-HOUR                PIC 99.
           05 TIME-MIN                 PIC 99.
           05 TIME-SEC                 PIC 99.
           05 TIME-HUND                PIC 99.

       01 HIST-SENT-COUNT              PIC 9(7) VALUE ZERO.
       01 HIST-HASH-TOTAL              PIC 9(9) VALUE ZERO.
       01 AUDIT-SENT-COUNT             PIC 9(7) VALUE ZERO.
       01 AUDIT-HASH-TOTAL             PIC 9(9) VALUE ZERO.

      *    Header, detail and trailer in the backups' style, with
      *    the site's identity on the header and both files'
      *    control totals on the one trailer.
       01 XMIT-HEADER-RECORD.
           05 XHDR-RECORD-TYPE         PIC X VALUE 'H'.
           05 XHDR-SITE-CODE           PIC X(4).
           05 XHDR-BUSINESS-DATE       PIC 9(8).
           05 XHDR-PRIOR-BUSINESS-DATE PIC 9(8).
           05 XHDR-RUN-DATE            PIC 9(8).
           05 XHDR-RUN-TIME            PIC 9(8).
           05 FILLER1                  PIC X(37) VALUE SPACES.

       01 XMIT-DETAIL-RECORD.
           05 XDTL-RECORD-TYPE         PIC X VALUE 'D'.
           05 XDTL-IMAGE-TYPE          PIC X.
           05 XDTL-RECORD-IMAGE        PIC X(69).
           05 FILLER2                  PIC X(3) VALUE SPACES.

       01 XMIT-TRAILER-RECORD.
           05 XTRL-RECORD-TYPE         PIC X VALUE 'T'.
           05 XTRL-HIST-COUNT          PIC 9(7).
           05 XTRL-HIST-HASH-TOTAL     PIC 9(9).
           05 XTRL-AUDIT-COUNT         PIC 9(7).
           05 XTRL-AUDIT-HASH-TOTAL    PIC 9(9).
           05 FILLER3                  PIC X(41) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SEND-HISTORY UNTIL NO-MORE-HISTORY.
           PERFORM 2500-SEND-AUDIT UNTIL NO-MORE-AUDIT.
           PERFORM 2700-SEND-CARRIED-GAME
               VARYING CARRY-INDEX FROM 1 BY 1
               UNTIL CARRY-INDEX > CARRY-COUNT.
           PERFORM 3000-WRITE-TRAILER.
           PERFORM 3500-WRITE-CARRY-FILE.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-SITE-CODE.
           PERFORM 1200-LOAD-BUSINESS-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-FIELDS FROM TIME.
           COMPUTE RUN-TIME = TIME-HOUR * 1000000
                   + TIME-MIN * 10000 + TIME-SEC * 100 + TIME-HUND.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               DISPLAY "Unable to open history file, status "
                   HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Unable to open audit file, status "
                   AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           STRING "GAMEXMIT." DELIMITED BY SIZE
                   SITE-CODE DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
               INTO XMIT-FILE-NAME
           END-STRING.
           OPEN OUTPUT XMIT-FILE.
           IF XMIT-STATUS NOT = "00"
               DISPLAY "Unable to open transmission " XMIT-FILE-NAME
                   ", status " XMIT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SITE-CODE TO XHDR-SITE-CODE.
           MOVE BUSINESS-DATE TO XHDR-BUSINESS-DATE.
           MOVE PRIOR-BUSINESS-DATE TO XHDR-PRIOR-BUSINESS-DATE.
           MOVE RUN-DATE TO XHDR-RUN-DATE.
           MOVE RUN-TIME TO XHDR-RUN-TIME.
           WRITE XMIT-RECORD FROM XMIT-HEADER-RECORD.
           PERFORM 2900-CHECK-XMIT-WRITE.
           PERFORM 1500-LOAD-CARRIED-GAMES.
           PERFORM 1600-LOAD-GAMES-IN-FLIGHT.
           PERFORM 1300-START-HISTORY.
           PERFORM 1400-START-AUDIT.

      *    The card names this site.  Spaces and HOME belong to the
      *    central shop, so neither can be sent.
       1100-LOAD-SITE-CODE.
           OPEN INPUT XMIT-PARM-FILE.
           IF XMIT-PARM-STATUS NOT = "00"
               DISPLAY "No site card GAMEXMTP.DAT, status "
                   XMIT-PARM-STATUS " - transmission cancelled."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ XMIT-PARM-FILE
               AT END
                   MOVE SPACES TO XMTP-SITE-CODE
           END-READ.
           CLOSE XMIT-PARM-FILE.
           MOVE FUNCTION UPPER-CASE(XMTP-SITE-CODE) TO SITE-CODE.
           IF SITE-CODE = SPACES OR SITE-CODE = CENTRAL-SITE-NAME
               DISPLAY "Site card GAMEXMTP.DAT must name this "
                   "branch site - '" SITE-CODE "' is not a branch "
                   "site code; transmission cancelled."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Only a closed day is sent: games still being posted to
      *    an open day would miss the transmission.
       1200-LOAD-BUSINESS-DATE.
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
                       "transmission cancelled."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
           IF BDT-DAY-IS-OPEN
               DISPLAY "Business day " BDT-BUSINESS-DATE
                   " is still open - close it with GAME-BIZDATE "
                   "before transmitting."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-BUSINESS-DATE TO BUSINESS-DATE.
           MOVE BDT-PRIOR-BUSINESS-DATE TO PRIOR-BUSINESS-DATE.

       1300-START-HISTORY.
           MOVE BUSINESS-DATE TO HIST-GAME-DATE.
           START HISTORY-FILE KEY IS NOT LESS THAN HIST-GAME-DATE
               INVALID KEY
                   SET NO-MORE-HISTORY TO TRUE
           END-START.

       1400-START-AUDIT.
           MOVE BUSINESS-DATE TO AUD-GAME-DATE.
           START AUDIT-FILE KEY IS NOT LESS THAN AUD-GAME-DATE
               INVALID KEY
                   SET NO-MORE-AUDIT TO TRUE
           END-START.

      *    The carry-forward file from the last close.  A game
      *    sent on an earlier day is done with; one sent on this day
      *    is sent again, as this is a rerun; one first held on this
      *    day is dropped, as the checkpoints below hold it again.
      *    No file means nothing was held.
       1500-LOAD-CARRIED-GAMES.
           OPEN INPUT CARRY-FILE.
           IF CARRY-STATUS = "00"
               PERFORM UNTIL NO-MORE-CARRIED
                   READ CARRY-FILE
                       AT END
                           SET NO-MORE-CARRIED TO TRUE
                       NOT AT END
                           IF CRY-SENT-DATE = BUSINESS-DATE
                                   OR (CRY-SENT-DATE = 0
                                   AND CRY-HELD-DATE < BUSINESS-DATE)
                               PERFORM 1550-KEEP-CARRIED-GAME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRY-FILE
           END-IF.

       1550-KEEP-CARRIED-GAME.
           MOVE CRY-GAME-KEY TO SEARCH-GAME-KEY.
           PERFORM 7000-FIND-CARRIED-GAME.
           IF CARRY-FOUND-INDEX = 0
               PERFORM 7100-ADD-CARRIED-GAME
               MOVE CRY-HELD-DATE TO CRT-HELD-DATE(CARRY-FOUND-INDEX)
               SET CRT-IS-CARRIED-IN(CARRY-FOUND-INDEX) TO TRUE
           END-IF.

      *    A checkpoint whose game has no history record yet is a
      *    game in flight, held back until it finishes.  A finished
      *    tournament game keeps its checkpoint, but its history
      *    record is on file, so it is sent as usual.
       1600-LOAD-GAMES-IN-FLIGHT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS NOT = "00"
               DISPLAY "Note: no checkpoint file (status "
                   CHECKPOINT-STATUS ") - no games in flight."
           ELSE
               PERFORM UNTIL NO-MORE-CHECKPOINTS
                   READ CHECKPOINT-FILE NEXT RECORD
                       AT END
                           SET NO-MORE-CHECKPOINTS TO TRUE
                       NOT AT END
                           PERFORM 1650-HOLD-GAME-IN-FLIGHT
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       1650-HOLD-GAME-IN-FLIGHT.
           MOVE CHK-OPERATOR-ID TO SGK-OPERATOR-ID.
           MOVE CHK-GAME-DATE TO SGK-GAME-DATE.
           MOVE CHK-START-TIME TO SGK-START-TIME.
           MOVE CHK-SESSION-SEQ-NO TO SGK-SESSION-SEQ.
           MOVE 'N' TO GAME-FINISHED-FLAG.
           MOVE SEARCH-GAME-KEY TO HIST-KEY.
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GAME-HAS-FINISHED TO TRUE
           END-READ.
           IF NOT GAME-HAS-FINISHED
               PERFORM 7000-FIND-CARRIED-GAME
               IF CARRY-FOUND-INDEX = 0
                   PERFORM 7100-ADD-CARRIED-GAME
                   MOVE BUSINESS-DATE
                       TO CRT-HELD-DATE(CARRY-FOUND-INDEX)
               END-IF
               SET CRT-IS-HELD(CARRY-FOUND-INDEX) TO TRUE
               ADD 1 TO GAMES-HELD-COUNT
               DISPLAY "Holding game " SGK-OPERATOR-ID " "
                   SGK-GAME-DATE " " SGK-START-TIME
                   " - in flight at the close."
           END-IF.

       2000-SEND-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   SET NO-MORE-HISTORY TO TRUE
               NOT AT END
                   IF HIST-GAME-DATE > BUSINESS-DATE
                       SET NO-MORE-HISTORY TO TRUE
                   ELSE
                       PERFORM 2100-SEND-HISTORY-IMAGE
                   END-IF
           END-READ.

       2100-SEND-HISTORY-IMAGE.
           MOVE 'H' TO XDTL-IMAGE-TYPE.
           MOVE SPACES TO XDTL-RECORD-IMAGE.
           MOVE HISTORY-RECORD TO XDTL-RECORD-IMAGE.
           WRITE XMIT-RECORD FROM XMIT-DETAIL-RECORD.
           PERFORM 2900-CHECK-XMIT-WRITE.
           ADD 1 TO HIST-SENT-COUNT.
           ADD HIST-ATTEMPTS TO HIST-HASH-TOTAL.

      *    The guesses of a game held back are not sent today.
       2500-SEND-AUDIT.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET NO-MORE-AUDIT TO TRUE
               NOT AT END
                   IF AUD-GAME-DATE > BUSINESS-DATE
                       SET NO-MORE-AUDIT TO TRUE
                   ELSE
                       MOVE AUD-KEY(1:30) TO SEARCH-GAME-KEY
                       PERFORM 7000-FIND-CARRIED-GAME
                       IF CARRY-FOUND-INDEX > 0
                           IF CRT-IS-HELD(CARRY-FOUND-INDEX)
                               ADD 1 TO GUESSES-HELD-COUNT
                           ELSE
                               PERFORM 2600-SEND-AUDIT-IMAGE
                           END-IF
                       ELSE
                           PERFORM 2600-SEND-AUDIT-IMAGE
                       END-IF
                   END-IF
           END-READ.

       2600-SEND-AUDIT-IMAGE.
           MOVE 'A' TO XDTL-IMAGE-TYPE.
           MOVE SPACES TO XDTL-RECORD-IMAGE.
           MOVE AUDIT-RECORD TO XDTL-RECORD-IMAGE.
           WRITE XMIT-RECORD FROM XMIT-DETAIL-RECORD.
           PERFORM 2900-CHECK-XMIT-WRITE.
           ADD 1 TO AUDIT-SENT-COUNT.
           ADD AUD-ATTEMPT-NO TO AUDIT-HASH-TOTAL.

      *    A game carried in that is no longer in flight goes whole:
      *    its history record, if it finished, then every guess.
       2700-SEND-CARRIED-GAME.
           IF CRT-IS-CARRIED-IN(CARRY-INDEX)
               MOVE CRT-GAME-KEY(CARRY-INDEX) TO SEARCH-GAME-KEY
               MOVE SEARCH-GAME-KEY TO HIST-KEY
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2100-SEND-HISTORY-IMAGE
               END-READ
               MOVE SEARCH-GAME-KEY TO AUD-KEY(1:30)
               MOVE 0 TO AUD-ATTEMPT-NO
               MOVE 'N' TO GUESS-BROWSE-FLAG
               START AUDIT-FILE KEY IS NOT LESS THAN AUD-KEY
                   INVALID KEY
                       SET GUESS-BROWSE-ENDED TO TRUE
               END-START
               PERFORM 2750-SEND-CARRIED-GUESS
                   UNTIL GUESS-BROWSE-ENDED
               MOVE BUSINESS-DATE TO CRT-SENT-DATE(CARRY-INDEX)
               SET CRT-IS-SENT(CARRY-INDEX) TO TRUE
               ADD 1 TO GAMES-CARRIED-COUNT
               DISPLAY "Sending carried game " SGK-OPERATOR-ID " "
                   SGK-GAME-DATE " " SGK-START-TIME
                   " - held since " CRT-HELD-DATE(CARRY-INDEX) "."
           END-IF.

       2750-SEND-CARRIED-GUESS.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   SET GUESS-BROWSE-ENDED TO TRUE
               NOT AT END
                   IF AUD-KEY(1:30) NOT = SEARCH-GAME-KEY
                       SET GUESS-BROWSE-ENDED TO TRUE
                   ELSE
                       PERFORM 2600-SEND-AUDIT-IMAGE
                   END-IF
           END-READ.

       2900-CHECK-XMIT-WRITE.
           IF XMIT-STATUS NOT = "00"
               DISPLAY "Transmission write failed, status "
                   XMIT-STATUS " - " XMIT-FILE-NAME
                   " is incomplete and must not be sent."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-WRITE-TRAILER.
           MOVE HIST-SENT-COUNT TO XTRL-HIST-COUNT.
           MOVE HIST-HASH-TOTAL TO XTRL-HIST-HASH-TOTAL.
           MOVE AUDIT-SENT-COUNT TO XTRL-AUDIT-COUNT.
           MOVE AUDIT-HASH-TOTAL TO XTRL-AUDIT-HASH-TOTAL.
           WRITE XMIT-RECORD FROM XMIT-TRAILER-RECORD.
           PERFORM 2900-CHECK-XMIT-WRITE.
           CLOSE XMIT-FILE.

      *    Rewritten only once the transmission is complete: the
      *    games still held, and the games sent today so a rerun
      *    of this day sends them again.
       3500-WRITE-CARRY-FILE.
           OPEN OUTPUT CARRY-FILE.
           IF CARRY-STATUS NOT = "00"
               PERFORM 3600-CARRY-FILE-FAILED
           END-IF.
           PERFORM VARYING CARRY-INDEX FROM 1 BY 1
                   UNTIL CARRY-INDEX > CARRY-COUNT
               MOVE CRT-GAME-KEY(CARRY-INDEX) TO CRY-GAME-KEY
               MOVE CRT-HELD-DATE(CARRY-INDEX) TO CRY-HELD-DATE
               MOVE CRT-SENT-DATE(CARRY-INDEX) TO CRY-SENT-DATE
               WRITE CARRY-RECORD
               IF CARRY-STATUS NOT = "00"
                   PERFORM 3600-CARRY-FILE-FAILED
               END-IF
           END-PERFORM.
           CLOSE CARRY-FILE.

       3600-CARRY-FILE-FAILED.
           DISPLAY "Carry-forward file GAMEXCRY.DAT could not be "
               "written, status " CARRY-STATUS " - the games held "
               "and sent are listed above; rerun this transmission.".
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       7000-FIND-CARRIED-GAME.
           MOVE 0 TO CARRY-FOUND-INDEX.
           PERFORM VARYING CARRY-INDEX FROM 1 BY 1
                   UNTIL CARRY-INDEX > CARRY-COUNT
                   OR CARRY-FOUND-INDEX > 0
               IF CRT-GAME-KEY(CARRY-INDEX) = SEARCH-GAME-KEY
                   MOVE CARRY-INDEX TO CARRY-FOUND-INDEX
               END-IF
           END-PERFORM.

       7100-ADD-CARRIED-GAME.
           IF CARRY-COUNT >= CARRY-TABLE-MAX
               DISPLAY "Carry-forward table full at " CARRY-TABLE-MAX
                   " entries - raise the table size and rerun."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO CARRY-COUNT.
           MOVE SEARCH-GAME-KEY TO CRT-GAME-KEY(CARRY-COUNT).
           MOVE 0 TO CRT-HELD-DATE(CARRY-COUNT).
           MOVE 0 TO CRT-SENT-DATE(CARRY-COUNT).
           MOVE CARRY-COUNT TO CARRY-FOUND-INDEX.

       9000-TERMINATE.
           CLOSE HISTORY-FILE.
           CLOSE AUDIT-FILE.
           DISPLAY "Transmission " XMIT-FILE-NAME " for business "
               "date " BUSINESS-DATE ": " HIST-SENT-COUNT
               " history records (hash " HIST-HASH-TOTAL "), "
               AUDIT-SENT-COUNT " audit records (hash "
               AUDIT-HASH-TOTAL ").".
           DISPLAY "Games held back in flight: " GAMES-HELD-COUNT
               " (" GUESSES-HELD-COUNT " guesses); carried games "
               "sent: " GAMES-CARRIED-COUNT ".".
