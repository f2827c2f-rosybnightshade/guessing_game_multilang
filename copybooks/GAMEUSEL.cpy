      *****************************************************************
      *  GAMEUSEL - FILE-CONTROL entry for the suspect-games file.
      *  Shared by game_integ.cob (which writes one record per game
      *  it flags) and game_dispute.cob (which loads them as open
      *  dispute cases) so both agree on the assignment and
      *  organization.
      *****************************************************************
           SELECT SUSPECT-GAME-FILE ASSIGN TO "GAMESUSG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPECT-GAME-STATUS.
