      *****************************************************************
      *  GAMEVSEL - FILE-CONTROL entry for the game dispute file.
      *  Shared by game_dispute.cob (which opens and rules on cases)
      *  and every ranking that honours a ruling (game_report,
      *  game_stats, game_handicap, game_rollup, game_tourstand,
      *  game_awards),
      *  plus game_recon, which counts voided games for information,
      *  and game_opmerge, which moves a merged operator's cases, so
      *  all of them agree on the assignment and access mode.
      *****************************************************************
           SELECT DISPUTE-FILE ASSIGN TO "GAMEDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS DISPUTE-STATUS.
