      *  written, so a rebuild from the nightly backup can be rolled
      *  forward to the point of failure instead of losing the day's
      *  games.  The image field is sized for the longer of the two
      *  records (history, 69 bytes); audit images pad with spaces.
      *  An operator ID merge re-keys records rather than adding
      *  them, so it also journals the image of each record it
      *  deletes (types X and Y) - a roll-forward that only re-added
      *  the new keys would bring the old ones back.
      *****************************************************************
       FD  JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRN-RECORD-TYPE          PIC X.
               88 JRN-IS-HISTORY           VALUE 'H'.
               88 JRN-IS-AUDIT             VALUE 'A'.
               88 JRN-IS-HISTORY-DELETE    VALUE 'X'.
               88 JRN-IS-AUDIT-DELETE      VALUE 'Y'.
           05 JRN-RECORD-IMAGE         PIC X(69).
