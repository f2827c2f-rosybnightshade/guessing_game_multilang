      *****************************************************************
      *  GAMEPFD - FD and record for the operator handicap file.
      *  One record per operator per guessing range seen in the
      *  handicap window - an operator is rated against the field on
      *  each range separately, never across ranges: the signed
      *  handicap (field average attempts minus the operator's own
      *  average, so adjusted attempts = raw attempts plus
      *  handicap), how many games it rests on, and when it was
      *  computed.  An operator whose history is too thin to rate
      *  carries a zero handicap and the unrated flag, and the
      *  reports show them unhandicapped.
      *****************************************************************
       FD  HANDICAP-FILE.
       01 HANDICAP-RECORD.
           05 HCP-KEY.
               10 HCP-OPERATOR-ID      PIC X(8).
               10 HCP-LOW-VAL          PIC 9(5).
               10 HCP-HIGH-VAL         PIC 9(5).
           05 HCP-HANDICAP             PIC S9(3)V99.
           05 HCP-GAMES-COUNTED        PIC 9(5).
           05 HCP-COMPUTED-DATE        PIC 9(8).
