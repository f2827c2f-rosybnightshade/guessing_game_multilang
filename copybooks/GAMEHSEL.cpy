      *  maintains the history file (game_report, game_recon,
      *  game_archive, game_arcrest, game_stats, game_extract,
      *  game_replay, game_audload, game_rollup, game_integ,
      *  game_opsmon, game_handicap, game_unload, game_reload,
      *  game_rngconv, game_dispute, game_xref, game_opmerge,
      *  game_charge, game_siteconv, game_sitexmit, game_siteload,
      *  game_awards)
      *  so all of them agree on the assignment and access mode.
      *  The alternate key on HIST-GAME-DATE gives the period-driven
      *  jobs a date-major path: they START at the date range they
      *  need instead of scanning the whole file operator-first.  A
