      *  Shared by guessing_game.cob and game_arcrest.cob (which
      *  append an image of every history and audit write),
      *  game_unload.cob (which starts a fresh journal once a backup
      *  is safely taken), game_reload.cob (which rolls the
      *  journal forward over a rebuilt file), game_opmerge.cob
      *  (which journals the history and audit records it re-keys)
      *  and game_siteload.cob (which journals the branch sites'
      *  records it loads) so all of them agree on the assignment
      *  and organization.
      *****************************************************************
           SELECT JOURNAL-FILE ASSIGN TO "GAMEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
