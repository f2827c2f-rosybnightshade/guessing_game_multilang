      *****************************************************************
      *  GAMEESEL - FILE-CONTROL entry for the quota exception file.
      *  Shared by guessing_game.cob (which appends one record per
      *  session refused over quota) and game_quotarpt.cob (which
      *  lists a business day's refusals for the supervisors) so
      *  both agree on the assignment and organization.
      *****************************************************************
           SELECT QUOTA-EXCEPTION-FILE ASSIGN TO "GAMEQEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-EXCEPTION-STATUS.
