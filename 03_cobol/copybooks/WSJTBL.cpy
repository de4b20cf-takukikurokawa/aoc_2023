      ******************************************************************
      * WSJTBL - nightly job-chain step table record (JOBCHAIN.TBL).
      * One step record per chain step:
      *   cols  1-2  step sequence
      *   cols  4-11 program name to CALL
      *   cols 13-16 worst acceptable return code
      *   cols 18-22 target elapsed seconds for the step; spaces or
      *              zero means the step has no target
      * One optional chain deadline record, marked DL in cols 1-2:
      *   cols  4-7  clock time HHMM the chain must be finished by;
      *              a time earlier than the chain's start falls on
      *              the following morning
      *   cols  9-10 nights in the SLA report's rolling average
      *   cols 12-14 percentage of a step's target at which its
      *              rolling average is flagged as creeping
      * jobchain drives the step records and passes the deadline
      * record by; slarpt measures JOBFLOW.DAT against both.
      ******************************************************************
       01  WS-STEP-TABLE-RECORD.
           05  STP-SEQ                  PIC 9(2).
           05  STP-RECORD-ID REDEFINES STP-SEQ
                                        PIC X(2).
               88  STP-DEADLINE-RECORD          VALUE "DL".
           05  STP-STEP-DATA.
               10  FILLER               PIC X(1).
               10  STP-PROGRAM          PIC X(8).
               10  FILLER               PIC X(1).
               10  STP-MAX-RC           PIC 9(4).
               10  FILLER               PIC X(1).
               10  STP-TARGET-SECS      PIC 9(5).
               10  FILLER               PIC X(58).
           05  STP-DEADLINE-DATA REDEFINES STP-STEP-DATA.
               10  FILLER               PIC X(1).
               10  STP-DEADLINE-HHMM    PIC 9(4).
               10  FILLER               PIC X(1).
               10  STP-ROLLING-NIGHTS   PIC 9(2).
               10  FILLER               PIC X(1).
               10  STP-CREEP-PCT        PIC 9(3).
               10  FILLER               PIC X(66).
