      *  One record appended per tournament entrant per round so
      *  multi-round brackets can be scored across runs: who played
      *  which round of which tournament, whether they finished, and
      *  the attempts / elapsed-time figures the ranking rules use,
      *  and the guessing range the round was played on.
      *****************************************************************
       FD  TOURN-RESULT-FILE.
       01 TOURN-RESULT-RECORD.
           05 TRES-ELAPSED-SECONDS     PIC 9(6)V99.
           05 TRES-TARGET              PIC 9(5).
           05 TRES-SEED-USED           PIC 9(8).
           05 TRES-LOW-VAL             PIC 9(5).
           05 TRES-HIGH-VAL            PIC 9(5).
