      * run date the driver reads the status dataset back and resumes
      * at the first step that is not complete, the way cobol3's
      * row-level checkpoint resumes inside a step.
      * Step table record (JOBCHAIN.TBL), laid out in WSJTBL:
      *   cols  1-2  step sequence
      *   cols  4-11 program name to CALL
      *   cols 13-16 worst acceptable return code
      *   cols 18-22 target elapsed seconds (read by slarpt)
      * The chain deadline record (DL in cols 1-2) is for slarpt's
      * batch-window report and is passed by here.
      * Dispositions: C = complete, F = failed, H = held (not run
      * because an earlier step failed), S = skipped (already
      * complete on a prior attempt this run date).
      * Operators steer a rerun from the chain console (chaincon),
      * which appends its own flow record for the step: X = forced
      * complete (skipped here as complete), B = bypassed (passed
      * by and recorded B again, the chain carrying on after it),
      * R = re-run requested (run again although it completed).
      * Driver return codes: 8 = a step failed or the table/control
      * is unusable, 0 = chain complete.
       IDENTIFICATION DIVISION.

           COPY WSCTRL.

           COPY WSJTBL.
           COPY WSJFLW.

      * -- The step table, in step-sequence order as read.
       01  WS-MAX-STEP-ENTRIES         PIC 9(2) VALUE 20.
       01  WS-STEPS-RUN                PIC 9(2) VALUE 0.
       01  WS-STEPS-SKIPPED            PIC 9(2) VALUE 0.
       01  WS-STEPS-HELD               PIC 9(2) VALUE 0.
       01  WS-STEPS-BYPASSED           PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           DISPLAY "JOBCHAIN: RAN " WS-STEPS-RUN
               " SKIPPED " WS-STEPS-SKIPPED
               " HELD " WS-STEPS-HELD
               " BYPASSED " WS-STEPS-BYPASSED
               " CHAIN RC " WS-CHAIN-RC
           MOVE WS-CHAIN-RC TO RETURN-CODE
           STOP RUN.
                       SET WS-TBL-EOF TO TRUE
                   NOT AT END
                       IF WS-STEP-TABLE-RECORD NOT = SPACES
                          AND NOT STP-DEADLINE-RECORD
                           PERFORM 1150-ADD-STEP-ENTRY
                       END-IF
               END-READ

      * The LAST status record per step for this run date wins, so a
      * step that failed last night and completed on the rerun reads
      * back as complete, and an operator's intervention from the
      * console overrides whatever the step last did.
       1200-READ-PRIOR-FLOW.
           OPEN INPUT JOB-FLOW-FILE
           IF WS-JOB-FLOW-STATUS = "00"
                       WS-STEP-PROGRAM(WS-S) " HELD"
               WHEN WS-STEP-PRIOR-DISP(WS-S) = "C"
                    OR WS-STEP-PRIOR-DISP(WS-S) = "S"
                    OR WS-STEP-PRIOR-DISP(WS-S) = "X"
                   ADD 1 TO WS-STEPS-SKIPPED
                   MOVE "S" TO JF-DISPOSITION
                   MOVE 0 TO WS-STEP-RC
                   DISPLAY "JOBCHAIN: STEP "
                       WS-STEP-PROGRAM(WS-S)
                       " ALREADY COMPLETE - SKIPPED"
               WHEN WS-STEP-PRIOR-DISP(WS-S) = "B"
                   ADD 1 TO WS-STEPS-BYPASSED
                   MOVE "B" TO JF-DISPOSITION
                   MOVE 0 TO WS-STEP-RC
                   PERFORM 2200-WRITE-FLOW-RECORD
                   DISPLAY "JOBCHAIN: STEP "
                       WS-STEP-PROGRAM(WS-S)
                       " BYPASSED BY OPERATOR - NOT RUN"
               WHEN OTHER
                   PERFORM 2100-RUN-ONE-STEP
           END-EVALUATE.
           MOVE WS-RUN-DATE TO JF-RUN-DATE
           MOVE WS-STEP-PROGRAM(WS-S) TO JF-STEP-NAME
           IF JF-DISPOSITION = "H" OR JF-DISPOSITION = "S"
              OR JF-DISPOSITION = "B"
               MOVE SPACES TO JF-START-TS
               MOVE SPACES TO JF-STOP-TS
           END-IF
           MOVE WS-STEP-RC TO JF-RETURN-CODE
           MOVE SPACES TO JF-REASON
           OPEN EXTEND JOB-FLOW-FILE
           IF WS-JOB-FLOW-STATUS NOT = "00"
               OPEN OUTPUT JOB-FLOW-FILE
