      *  One record per operator with a game in flight: the target,
      *  progress so far, and enough timing state for a restart to
      *  resume play without counting the idle gap as play time.
      *  The guessing range the game was started on is kept so a
      *  restart under a different range is refused.
      *****************************************************************
       FD  CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CHK-START-TIME           PIC 9(8).
           05 CHK-SESSION-SEQ-NO       PIC 9(6).
           05 CHK-ACTIVE-ELAPSED-HUND  PIC 9(8).
           05 CHK-LOW-VAL              PIC 9(5).
           05 CHK-HIGH-VAL             PIC 9(5).
