      *****************************************************************
      *  GAMENSEL - FILE-CONTROL entry for the tournament master.
      *  Shared by game_tourmaint.cob (which creates tournaments and
      *  registers or withdraws entrants), guessing_game.cob (which
      *  checks a round against it and marks the round played) and
      *  game_tourstand.cob (which takes the round count from it and
      *  closes the tournament), plus game_opmerge.cob, which re-keys
      *  a merged operator's entries, and game_awards.cob, which
      *  reports each champion, so all of them agree on the
      *  assignment and access mode.
      *****************************************************************
           SELECT TOURN-MASTER-FILE ASSIGN TO "GAMETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMS-TOURN-ID
               FILE STATUS IS TOURN-MASTER-STATUS.
