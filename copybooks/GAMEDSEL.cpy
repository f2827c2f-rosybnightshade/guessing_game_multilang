      *****************************************************************
      *  GAMEDSEL - FILE-CONTROL entry for the business-date control
      *  file.  Maintained by game_bizdate.cob (which opens and
      *  closes the shop's business day) and read by every program
      *  that dates its work - guessing_game.cob, game_archive.cob,
      *  game_sweep.cob, game_unload.cob, game_sitexmit.cob and the
      *  date-range reports (game_report, game_recon, game_extract,
      *  game_opsmon, game_quotarpt, game_charge, game_awards) - so
      *  all of them agree on the assignment and organization.
      *****************************************************************
           SELECT BUSINESS-DATE-FILE ASSIGN TO "GAMEBDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSINESS-DATE-STATUS.
