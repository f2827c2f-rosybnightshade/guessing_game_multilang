      *****************************************************************
      *  GAMETSEL - FILE-CONTROL entry for the tournament results
      *  file.  Shared by guessing_game.cob (which appends one record
      *  per entrant per round), game_tourstand.cob (which scores
      *  the bracket from those records) and game_xref.cob (which
      *  proves each result against the operator master and history),
      *  plus game_opmerge.cob, which re-keys a merged operator's
      *  results, and game_awards.cob, which finds the tournaments
      *  played in the year, so all of them agree on the assignment
      *  and organization.
      *****************************************************************
           SELECT TOURN-RESULT-FILE ASSIGN TO "GAMETOUR"
               ORGANIZATION IS LINE SEQUENTIAL
