      *  GAMERFD - FD and record for the run-control file.  One
      *  record appended per game run: what the run saw and what it
      *  left behind, in machine-readable form for the scheduler and
      *  the operations monitor.  RUNC-QUOTA-REFUSALS (sessions
      *  refused over the operator's play quota, also counted in
      *  RUNC-SESSIONS-REJECTED) is blank on records written before
      *  quotas were kept.
      *****************************************************************
       FD  RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RUNC-INVALID-GUESSES     PIC 9(7).
           05 RUNC-AUDIT-WRITE-FAILS   PIC 9(5).
           05 RUNC-HISTORY-WRITE-FAILS PIC 9(5).
           05 RUNC-QUOTA-REFUSALS      PIC 9(5).
