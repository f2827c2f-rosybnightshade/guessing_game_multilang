      *  One record per registered operator.  Only records flagged
      *  active may start a game session; leavers are deactivated,
      *  never deleted, so their history records stay attributable.
      *  OPR-HOME-SITE is the site the operator works from: spaces
      *  for the central shop (HOME on cards and screens), or the
      *  code of the branch site on the GAME-SITELOAD site register.
      *****************************************************************
       FD  OPERATOR-FILE.
       01 OPERATOR-RECORD.
               88 OPR-IS-ACTIVE            VALUE 'A'.
               88 OPR-IS-INACTIVE          VALUE 'I'.
           05 OPR-DATE-ADDED           PIC 9(8).
           05 OPR-HOME-SITE            PIC X(4).
