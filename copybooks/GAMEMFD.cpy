      *  happened, whether it came from the console or the batch HR
      *  feed, who applied it, and byte-for-byte before and after
      *  images of the master record (the before image is spaces for
      *  an add).  A merge (GAME-OPMERGE) logs the old ID with the
      *  ID its games were moved to; every other action leaves
      *  MLG-MERGED-INTO-ID blank.
      *****************************************************************
       FD  MAINT-LOG-FILE.
       01 MAINT-LOG-RECORD.
               88 MLG-WAS-ADD              VALUE 'A'.
               88 MLG-WAS-CHANGE           VALUE 'C'.
               88 MLG-WAS-DEACTIVATE       VALUE 'D'.
               88 MLG-WAS-MERGE            VALUE 'M'.
           05 MLG-OPERATOR-ID          PIC X(8).
           05 MLG-APPLIED-BY           PIC X(8).
           05 MLG-BEFORE-IMAGE         PIC X(60).
           05 MLG-AFTER-IMAGE          PIC X(60).
           05 MLG-MERGED-INTO-ID       PIC X(8).
