      *****************************************************************
      *  GAMECSEL - FILE-CONTROL entry for the game cancellation
      *  disposition file.  Shared by game_supcon.cob (which appends
      *  one record per supervisor cancel), game_recon.cob (which
      *  reads them to tell a deliberate cancel from a walk-away) and
      *  game_xref.cob (which proves each cancel removed its
      *  checkpoint), plus game_opmerge.cob, which re-keys a merged
      *  operator's cancels, so all of them agree on the assignment
      *  and organization.
      *****************************************************************
           SELECT CANCEL-FILE ASSIGN TO "GAMECANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
