      ******************************************************************
      * WSJFLW - job-flow status record (JOBFLOW.DAT), 80 bytes. One
      * record per chain step per attempt, appended by jobchain:
      *   JF-DISPOSITION C = complete, F = failed, H = held (not run
      *       because an earlier step failed), S = skipped (already
      *       complete on a prior attempt this run date).
      * Held and skipped records carry no timestamps.
      * An operator intervention from the chain console (chaincon)
      * is appended as its own record for the step:
      *   JF-DISPOSITION X = forced complete, B = bypassed (not run,
      *       the chain carries on past it), R = re-run requested
      *       (run again on the next chain run although complete).
      *   JF-START-TS    when the intervention was made
      *   JF-OPERATOR    who made it (in place of the stop time)
      *   JF-RETURN-CODE the step's return code when it was made
      *   JF-REASON      the reason the operator gave
      * jobchain writes B again, without operator or reason, each
      * time it passes a bypassed step on a rerun.
      ******************************************************************
       01  WS-JOB-FLOW-RECORD.
           05  JF-RUN-DATE              PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  JF-STEP-NAME             PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  JF-START-TS              PIC X(14).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  JF-STOP-TS               PIC X(14).
           05  JF-INTERVENTION-DATA REDEFINES JF-STOP-TS.
               10  JF-OPERATOR          PIC X(8).
               10  FILLER               PIC X(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  JF-RETURN-CODE           PIC 9(4).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  JF-DISPOSITION           PIC X(1).
               88  JF-COMPLETE                  VALUE "C".
               88  JF-FAILED                    VALUE "F".
               88  JF-HELD                      VALUE "H".
               88  JF-SKIPPED                   VALUE "S".
               88  JF-FORCED-COMPLETE           VALUE "X".
               88  JF-BYPASSED                  VALUE "B".
               88  JF-RERUN-REQUESTED           VALUE "R".
           05  JF-REASON                PIC X(26) VALUE SPACES.
