      *  registered is rejected, a change or deactivation of an ID
      *  not on the master is rejected, as is a deactivation of an
      *  operator already inactive.  On a change, a blank name,
      *  department, shift or home site keeps the field as it
      *  stands, exactly as the console does.  A home site of HOME
      *  (or blank on an add) homes the operator at the central
      *  shop.
      *
      *  Rejects go to GAMEOPRJ.DAT with a reason, a totals report
      *  (GAMEOPRR.DAT) carries the counts in the pre-edit's style,
           05 OTR-FULL-NAME            PIC X(30).
           05 OTR-DEPARTMENT           PIC X(8).
           05 OTR-SHIFT                PIC X.
           05 OTR-HOME-SITE            PIC X(4).

       FD  REJECT-FILE.
       01 REJECT-RECORD.
           05 REJ-REASON               PIC X(30).
           05 REJ-RECORD-DATA          PIC X(52).

       FD  REPORT-FILE.
       01 REPORT-LINE                  PIC X(80).
           88 ACTION-CHANGE                VALUE 'C'.
           88 ACTION-DEACTIVATE            VALUE 'D'.
       01 TRANS-OPERATOR-ID            PIC X(8) VALUE SPACES.
       01 TRANS-HOME-SITE              PIC X(4) VALUE SPACES.

      *    The name the central shop goes by wherever a site code is
      *    keyed; on the master it is held as spaces.
       01 CENTRAL-SITE-NAME            PIC X(4) VALUE "HOME".

      *    Images captured around the master write, because the
      *    record area's contents are undefined after a WRITE.
       01 BEFORE-IMAGE                 PIC X(60) VALUE SPACES.
       01 AFTER-IMAGE                  PIC X(60) VALUE SPACES.

       01 LOG-TIME-FIELDS.
           05 LTF-HOUR                 PIC 99.
           MOVE FUNCTION UPPER-CASE(OTR-ACTION) TO TRANS-ACTION.
           MOVE FUNCTION UPPER-CASE(OTR-OPERATOR-ID)
               TO TRANS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(OTR-HOME-SITE) TO TRANS-HOME-SITE.
           IF TRANS-OPERATOR-ID = SPACES
               MOVE "BLANK OPERATOR ID" TO DTL-REASON
               PERFORM 2900-REJECT-ONE-TRANSACTION
               MOVE OTR-FULL-NAME TO OPR-FULL-NAME
               MOVE OTR-DEPARTMENT TO OPR-DEPARTMENT
               MOVE OTR-SHIFT TO OPR-SHIFT
               IF TRANS-HOME-SITE = CENTRAL-SITE-NAME
                   MOVE SPACES TO OPR-HOME-SITE
               ELSE
                   MOVE TRANS-HOME-SITE TO OPR-HOME-SITE
               END-IF
               SET OPR-IS-ACTIVE TO TRUE
               ACCEPT OPR-DATE-ADDED FROM DATE YYYYMMDD
               MOVE OPERATOR-RECORD TO AFTER-IMAGE
               IF OTR-SHIFT NOT = SPACES
                   MOVE OTR-SHIFT TO OPR-SHIFT
               END-IF
               EVALUATE TRUE
                   WHEN TRANS-HOME-SITE = CENTRAL-SITE-NAME
                       MOVE SPACES TO OPR-HOME-SITE
                   WHEN TRANS-HOME-SITE NOT = SPACES
                       MOVE TRANS-HOME-SITE TO OPR-HOME-SITE
               END-EVALUATE
               MOVE OPERATOR-RECORD TO AFTER-IMAGE
               REWRITE OPERATOR-RECORD
                   INVALID KEY
           MOVE "HR-FEED" TO MLG-APPLIED-BY.
           MOVE BEFORE-IMAGE TO MLG-BEFORE-IMAGE.
           MOVE AFTER-IMAGE TO MLG-AFTER-IMAGE.
           MOVE SPACES TO MLG-MERGED-INTO-ID.
           WRITE MAINT-LOG-RECORD.
           IF MAINT-LOG-STATUS NOT = "00"
               ADD 1 TO LOG-WRITE-FAIL-COUNT
