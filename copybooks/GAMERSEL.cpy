      *****************************************************************
      *  GAMERSEL - FILE-CONTROL entry for the run-control file.
      *  Shared by guessing_game.cob (which appends one totals record
      *  per run), game_opsmon.cob (which reports over those
      *  records) and game_quotarpt.cob (which balances the day's
      *  quota refusals against them) so all of them agree on the
      *  assignment and organization.
      *****************************************************************
           SELECT RUN-CONTROL-FILE ASSIGN TO "GAMERUNC"
               ORGANIZATION IS LINE SEQUENTIAL
