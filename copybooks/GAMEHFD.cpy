      *  back-to-back can share the same OPERATOR-ID/GAME-DATE/
      *  START-TIME, so the key needs a component that cannot repeat
      *  within a run to keep every completed game's record distinct.
      *  HIST-LOW-VAL / HIST-HIGH-VAL are the guessing range the game
      *  was played on (CFG-LOW-VAL / CFG-HIGH-VAL), so the rankings
      *  compare a game only against games played on the same range.
      *  HIST-SITE-CODE is the branch site the game was played at,
      *  stamped by GAME-SITELOAD when the site's nightly
      *  transmission is loaded; the central shop's own games carry
      *  spaces, and every card, screen and report names that site
      *  HOME.
      *****************************************************************
       FD  HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-ATTEMPTS            PIC 9(4).
           05 HIST-SEED-USED           PIC 9(8).
           05 HIST-ELAPSED-SECONDS     PIC 9(6)V99.
           05 HIST-LOW-VAL             PIC 9(5).
           05 HIST-HIGH-VAL            PIC 9(5).
           05 HIST-SITE-CODE           PIC X(4).
