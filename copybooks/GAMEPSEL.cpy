      *  file.  Shared by game_handicap.cob (which recomputes it
      *  monthly), game_report.cob (which ranks the handicapped
      *  leaderboard from it) and game_stats.cob (which shows each
      *  operator's current handicap), plus game_rngconv.cob,
      *  game_xref.cob and game_opmerge.cob, so all of them agree on
      *  the assignment and access mode.
      *****************************************************************
           SELECT HANDICAP-FILE ASSIGN TO "GAMEHCAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HCP-KEY
               FILE STATUS IS HANDICAP-STATUS.
