      *  on entry so the master never collects case variants of the
      *  same person.  Records are deactivated rather than deleted so
      *  existing history records stay attributable to their owner.
      *  Each operator carries a home site: blank on an add, or
      *  HOME, means the central shop; otherwise it is the code of
      *  the branch site the operator works from.
      *
      *  The session opens by asking who is at the keyboard, and
      *  every applied action appends a before/after image to the
       01 MAINT-FULL-NAME              PIC X(30).
       01 MAINT-DEPARTMENT             PIC X(8).
       01 MAINT-SHIFT                  PIC X.
       01 MAINT-HOME-SITE              PIC X(4).
       01 MAINT-USER-ID                PIC X(8) VALUE SPACES.

      *    The name the central shop goes by wherever a site code is
      *    keyed; on the master it is held as spaces.
       01 CENTRAL-SITE-NAME            PIC X(4) VALUE "HOME".

      *    Images captured around the master write, because the
      *    record area's contents are undefined after a WRITE.
       01 BEFORE-IMAGE                 PIC X(60) VALUE SPACES.
       01 AFTER-IMAGE                  PIC X(60) VALUE SPACES.

       01 LOG-TIME-FIELDS.
           05 LTF-HOUR                 PIC 99.
                   MOVE MAINT-FULL-NAME TO OPR-FULL-NAME
                   MOVE MAINT-DEPARTMENT TO OPR-DEPARTMENT
                   MOVE MAINT-SHIFT TO OPR-SHIFT
                   IF MAINT-HOME-SITE = CENTRAL-SITE-NAME
                       MOVE SPACES TO OPR-HOME-SITE
                   ELSE
                       MOVE MAINT-HOME-SITE TO OPR-HOME-SITE
                   END-IF
                   SET OPR-IS-ACTIVE TO TRUE
                   ACCEPT OPR-DATE-ADDED FROM DATE YYYYMMDD
                   MOVE OPERATOR-RECORD TO AFTER-IMAGE
               DISPLAY "Current name:       " OPR-FULL-NAME
               DISPLAY "Current department: " OPR-DEPARTMENT
               DISPLAY "Current shift:      " OPR-SHIFT
               IF OPR-HOME-SITE = SPACES
                   DISPLAY "Current home site:  " CENTRAL-SITE-NAME
               ELSE
                   DISPLAY "Current home site:  " OPR-HOME-SITE
               END-IF
               MOVE OPERATOR-RECORD TO BEFORE-IMAGE
               PERFORM 2510-GET-OPERATOR-DETAILS
               IF MAINT-FULL-NAME NOT = SPACES
               IF MAINT-SHIFT NOT = SPACES
                   MOVE MAINT-SHIFT TO OPR-SHIFT
               END-IF
               EVALUATE TRUE
                   WHEN MAINT-HOME-SITE = CENTRAL-SITE-NAME
                       MOVE SPACES TO OPR-HOME-SITE
                   WHEN MAINT-HOME-SITE NOT = SPACES
                       MOVE MAINT-HOME-SITE TO OPR-HOME-SITE
               END-EVALUATE
               MOVE OPERATOR-RECORD TO AFTER-IMAGE
               REWRITE OPERATOR-RECORD
                   INVALID KEY
           ACCEPT MAINT-DEPARTMENT.
           DISPLAY "Enter shift (1/2/3): ".
           ACCEPT MAINT-SHIFT.
           DISPLAY "Enter home site (HOME for the central shop): ".
           ACCEPT MAINT-HOME-SITE.
           MOVE FUNCTION UPPER-CASE(MAINT-HOME-SITE)
               TO MAINT-HOME-SITE.

       2600-READ-OPERATOR.
           MOVE 'N' TO RECORD-FOUND-FLAG.
           MOVE MAINT-USER-ID TO MLG-APPLIED-BY.
           MOVE BEFORE-IMAGE TO MLG-BEFORE-IMAGE.
           MOVE AFTER-IMAGE TO MLG-AFTER-IMAGE.
           MOVE SPACES TO MLG-MERGED-INTO-ID.
           WRITE MAINT-LOG-RECORD.
           IF MAINT-LOG-STATUS NOT = "00"
               DISPLAY "Warning: maintenance log write failed, "
