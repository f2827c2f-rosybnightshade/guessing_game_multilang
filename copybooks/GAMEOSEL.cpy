      *****************************************************************
      *  GAMEOSEL - FILE-CONTROL entry for the operator master file.
      *  Shared by oper_maint.cob, oper_batch.cob, guessing_game.cob,
      *  game_rollup.cob, game_supcon.cob, game_tourmaint.cob,
      *  game_xref.cob, game_opmerge.cob, game_charge.cob,
      *  game_siteconv.cob, game_siteload.cob and game_awards.cob
      *  so all of them agree on the assignment and access mode.
      *****************************************************************
           SELECT OPERATOR-FILE ASSIGN TO "GAMEOPER"
               ORGANIZATION IS INDEXED
