      *****************************************************************
      *  GAMEKSEL - FILE-CONTROL entry for the checkpoint file.
      *  Shared by guessing_game.cob, game_sweep.cob,
      *  game_supcon.cob, game_rngconv.cob, game_xref.cob,
      *  game_opmerge.cob and game_sitexmit.cob (which holds back a
      *  branch site's games still in flight) so all of them agree
      *  on the assignment and access mode.
      *****************************************************************
           SELECT CHECKPOINT-FILE ASSIGN TO "GAMECHKP"
               ORGANIZATION IS INDEXED
