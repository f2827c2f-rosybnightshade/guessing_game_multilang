      *****************************************************************
      *  GAMEVFD - FD and record for the game dispute file.
      *  One record per disputed game, keyed exactly as the history
      *  record (operator, game date, start time, session sequence)
      *  so a ranking can look a game's case up directly.  A case is
      *  opened at the console or loaded from the GAME-INTEG
      *  suspects, and stays open - the game counts as played -
      *  until a supervisor rules:
      *    V  voided   - the game is left out of every ranking
      *    U  upheld   - the result stands as played
      *    A  adjusted - the game counts with DSP-ADJUSTED-ATTEMPTS
      *                  in place of the attempts it was played in
      *  The target, seed and attempts of the game are copied on
      *  when the case is opened, so the tournament standings can
      *  match a case to its GAMETOUR result without the history
      *  file.  The history record itself is never changed: GAME-
      *  RECON still balances it against the audit trail.
      *****************************************************************
       FD  DISPUTE-FILE.
       01 DISPUTE-RECORD.
           05 DSP-KEY.
               10 DSP-OPERATOR-ID      PIC X(8).
               10 DSP-GAME-DATE        PIC 9(8).
               10 DSP-START-TIME       PIC 9(8).
               10 DSP-SESSION-SEQ      PIC 9(6).
           05 DSP-CASE-STATUS          PIC X.
               88 DSP-CASE-IS-OPEN         VALUE 'O'.
               88 DSP-CASE-IS-RULED        VALUE 'R'.
           05 DSP-DISPOSITION          PIC X.
               88 DSP-IS-VOIDED            VALUE 'V'.
               88 DSP-IS-UPHELD            VALUE 'U'.
               88 DSP-IS-ADJUSTED          VALUE 'A'.
           05 DSP-ADJUSTED-ATTEMPTS    PIC 9(4).
           05 DSP-ORIGINAL-ATTEMPTS    PIC 9(4).
           05 DSP-TARGET               PIC 9(5).
           05 DSP-SEED-USED            PIC 9(8).
           05 DSP-CASE-SOURCE          PIC X.
               88 DSP-FROM-CONSOLE         VALUE 'C'.
               88 DSP-FROM-INTEGRITY       VALUE 'I'.
           05 DSP-OPENED-BY            PIC X(8).
           05 DSP-OPENED-DATE          PIC 9(8).
           05 DSP-OPEN-REASON          PIC X(40).
           05 DSP-RULED-BY             PIC X(8).
           05 DSP-RULED-DATE           PIC 9(8).
           05 DSP-RULED-TIME           PIC 9(8).
           05 DSP-RULING-REASON        PIC X(40).
