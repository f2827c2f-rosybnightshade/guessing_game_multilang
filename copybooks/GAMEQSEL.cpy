      *****************************************************************
      *  GAMEQSEL - FILE-CONTROL entry for the play quota table.
      *  Shared by guessing_game.cob (which refuses a new game over
      *  the operator's quota) and game_quotarpt.cob (which prints
      *  the table in force on the daily exceptions report) so both
      *  agree on the assignment and organization.
      *****************************************************************
           SELECT QUOTA-FILE ASSIGN TO "GAMEQUOT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTA-STATUS.
