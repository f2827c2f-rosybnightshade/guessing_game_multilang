      *****************************************************************
      *  GAMENFD - FD and record for the tournament master.
      *  One record per tournament: its name, the number of rounds
      *  the bracket is played over and the date each round is
      *  scheduled for, and the registered entrants.  The status
      *  moves from open (created, no round played) to in progress
      *  when the driver plays round 1, and to closed when
      *  GAME-TOURSTAND declares the champion.  TMS-LAST-ROUND is
      *  the highest round played; the driver only accepts the round
      *  after it.  A withdrawn entrant keeps a slot marked W so the
      *  rounds they did play stay explained; registering them again
      *  reuses the slot.
      *****************************************************************
       FD  TOURN-MASTER-FILE.
       01 TOURN-MASTER-RECORD.
           05 TMS-TOURN-ID             PIC X(8).
           05 TMS-TOURN-NAME           PIC X(30).
           05 TMS-TOTAL-ROUNDS         PIC 9(3).
           05 TMS-STATUS               PIC X.
               88 TMS-IS-OPEN              VALUE 'O'.
               88 TMS-IS-IN-PROGRESS       VALUE 'P'.
               88 TMS-IS-CLOSED            VALUE 'C'.
           05 TMS-LAST-ROUND           PIC 9(3).
           05 TMS-CREATED-BY           PIC X(8).
           05 TMS-CREATED-DATE         PIC 9(8).
           05 TMS-CLOSED-DATE          PIC 9(8).
           05 TMS-CHAMPION-ID          PIC X(8).
           05 TMS-ROUND-ENTRY OCCURS 20 TIMES.
               10 TMS-ROUND-SCHEDULED  PIC 9(8).
               10 TMS-ROUND-PLAYED-ON  PIC 9(8).
           05 TMS-ENTRANT-COUNT        PIC 9(3).
           05 TMS-ENTRANT-ENTRY OCCURS 100 TIMES.
               10 TMS-ENTRANT-ID       PIC X(8).
               10 TMS-ENTRANT-STATUS   PIC X.
                   88 TMS-ENTRANT-IS-REGISTERED VALUE 'R'.
                   88 TMS-ENTRANT-IS-WITHDRAWN  VALUE 'W'.
