      *****************************************************************
      *  GAMEUFD - FD and record for the suspect-games file.  One
      *  record per game GAME-INTEG flagged, rewritten every run:
      *  the game's history key and why it was flagged, worded to
      *  stand as the reason on the dispute case it becomes.
      *****************************************************************
       FD  SUSPECT-GAME-FILE.
       01 SUSPECT-GAME-RECORD.
           05 SUG-KEY.
               10 SUG-OPERATOR-ID      PIC X(8).
               10 SUG-GAME-DATE        PIC 9(8).
               10 SUG-START-TIME       PIC 9(8).
               10 SUG-SESSION-SEQ      PIC 9(6).
           05 SUG-REASON               PIC X(40).
