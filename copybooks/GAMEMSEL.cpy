      *****************************************************************
      *  GAMEMSEL - FILE-CONTROL entry for the operator maintenance
      *  log.  Shared by oper_maint.cob, oper_batch.cob and
      *  game_opmerge.cob so every applied maintenance action -
      *  console, batch or merge - lands on the one log, and "who
      *  deactivated this operator and when" always has an answer;
      *  game_xref.cob reads it to prove every logged ID is still on
      *  the master, and game_siteconv.cob widened its master images
      *  when the home site was added.
      *****************************************************************
           SELECT MAINT-LOG-FILE ASSIGN TO "GAMEOPLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
