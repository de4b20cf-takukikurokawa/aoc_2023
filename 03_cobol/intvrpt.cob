      * AoC Day03 Daily Operator Intervention Report
      * Lists for the shift supervisor every manual intervention made
      * on the nightly job chain from the chain console (chaincon) on
      * one day: each force-complete, bypass and re-run it appended to
      * the job-flow status dataset (JOBFLOW.DAT, WSJFLW). Each line
      * gives when the intervention was made, the night (run date)
      * and step it was made on, the action, the operator, the step's
      * return code at the time, what the step stood at before it and
      * what it stands at now on the flow, as jobchain reads it back,
      * and the reason the operator gave. Closing counts by action.
      * The records jobchain itself writes for a bypassed step on a
      * rerun carry no operator and are not interventions.
      * Optional report date card (INTVRPT.PRM):
      *   cols 1-8  day to report, YYYYMMDD (default today)
      * Return codes: 8 = flow dataset unusable, 0 = report written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. intvrpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "INTVRPT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT JOB-FLOW-FILE ASSIGN TO "JOBFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FLOW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTVRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(80).

       FD  JOB-FLOW-FILE.
       01  JOB-FLOW-FILE-RECORD        PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-JOB-FLOW-STATUS          PIC XX VALUE SPACES.
       01  WS-FLOW-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-FLOW-EOF                     VALUE 'Y'.
       01  WS-TABLE-FULL-SW            PIC X(1) VALUE 'N'.
           88  WS-TABLE-FULL                   VALUE 'Y'.

           COPY WSJFLW.

       01  WS-PARM-RECORD.
           05  PRM-REPORT-DATE          PIC X(8).
           05  FILLER                   PIC X(72).

       01  WS-REPORT-DATE              PIC X(8) VALUE SPACES.

      * -- The day's interventions in flow order, each with the
      * -- position of its record on the flow and the step's
      * -- disposition before it and now.
       01  WS-MAX-INTV-ENTRIES         PIC 9(3) VALUE 500.
       01  WS-INTV-COUNT               PIC 9(3) VALUE 0.
       01  WS-INTV-TABLE.
           05  WS-INTV-ENTRY OCCURS 500 TIMES.
               10  WS-IV-RECNO          PIC 9(7).
               10  WS-IV-RUN-DATE       PIC X(8).
               10  WS-IV-STEP           PIC X(8).
               10  WS-IV-TS             PIC X(14).
               10  WS-IV-DISP           PIC X(1).
               10  WS-IV-OPERATOR       PIC X(8).
               10  WS-IV-RC             PIC 9(4).
               10  WS-IV-REASON         PIC X(26).
               10  WS-IV-BEFORE         PIC X(1).
               10  WS-IV-NOW            PIC X(1).
       01  WS-I                        PIC 9(3).

       01  WS-FLOW-RECNO               PIC 9(7) VALUE 0.
       01  WS-INTV-NOT-LISTED          PIC 9(7) VALUE 0.
       01  WS-FORCED-COUNT             PIC 9(5) VALUE 0.
       01  WS-BYPASS-COUNT             PIC 9(5) VALUE 0.
       01  WS-RERUN-COUNT              PIC 9(5) VALUE 0.

       01  WS-DISP-CODE                PIC X(1).
       01  WS-DISP-TEXT                PIC X(18).
       01  WS-BEFORE-TEXT              PIC X(18).
       01  WS-NOW-TEXT                 PIC X(18).
       01  WS-ACTION-TEXT              PIC X(14).
       01  WS-TIME-TEXT                PIC X(8).

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-EDIT-RC                  PIC ZZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 DAILY OPERATOR INTERVENTION REPORT".
       01  WS-HEADING-2.
           05  FILLER                   PIC X(44) VALUE
               "TIME     RUN DATE STEP     ACTION         OP".
           05  FILLER                   PIC X(44) VALUE
               "ERATOR   RC BEFORE             NOW          ".
           05  FILLER                   PIC X(44) VALUE
               "      REASON".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-PARM
           PERFORM 2000-COLLECT-INTERVENTIONS
           PERFORM 3000-TRACE-DISPOSITIONS
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INTERVENTIONS MADE ON " DELIMITED BY SIZE
               WS-REPORT-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           IF WS-INTV-COUNT = 0
               MOVE "NO INTERVENTIONS WERE MADE" TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           ELSE
               WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-INTV-COUNT
                   PERFORM 4000-WRITE-INTERVENTION
               END-PERFORM
           END-IF
           PERFORM 5000-WRITE-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "INTVRPT: " WS-REPORT-DATE
               " INTERVENTIONS " WS-INTV-COUNT
               " FORCED " WS-FORCED-COUNT
               " BYPASSED " WS-BYPASS-COUNT
               " RE-RUN " WS-RERUN-COUNT
           STOP RUN.

      * Without a usable date card the report is for today, the
      * morning after the night's interventions.
       1000-READ-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE INTO WS-PARM-RECORD
                   AT END
                       MOVE SPACES TO WS-PARM-RECORD
               END-READ
               CLOSE PARM-FILE
               IF PRM-REPORT-DATE NUMERIC
                   MOVE PRM-REPORT-DATE TO WS-REPORT-DATE
               ELSE
                   IF PRM-REPORT-DATE NOT = SPACES
                       DISPLAY "INTVRPT: BAD REPORT DATE '"
                           PRM-REPORT-DATE "' - TODAY REPORTED"
                   END-IF
               END-IF
           END-IF.

      * An intervention is a force-complete, bypass or re-run record
      * made by an operator; it is reported on the day it was made,
      * whatever night it was made on.
       2000-COLLECT-INTERVENTIONS.
           OPEN INPUT JOB-FLOW-FILE
           IF WS-JOB-FLOW-STATUS NOT = "00"
               DISPLAY "INTVRPT: JOBFLOW.DAT OPEN ERROR STATUS="
                   WS-JOB-FLOW-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-FLOW-RECNO
           PERFORM UNTIL WS-FLOW-EOF
               READ JOB-FLOW-FILE INTO WS-JOB-FLOW-RECORD
                   AT END
                       SET WS-FLOW-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FLOW-RECNO
                       IF (JF-FORCED-COMPLETE OR JF-BYPASSED
                           OR JF-RERUN-REQUESTED)
                          AND JF-OPERATOR NOT = SPACES
                          AND JF-START-TS(1:8) = WS-REPORT-DATE
                           PERFORM 2100-ADD-INTERVENTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-FLOW-FILE.

       2100-ADD-INTERVENTION.
           IF WS-INTV-COUNT >= WS-MAX-INTV-ENTRIES
               SET WS-TABLE-FULL TO TRUE
               ADD 1 TO WS-INTV-NOT-LISTED
           ELSE
               ADD 1 TO WS-INTV-COUNT
               MOVE WS-FLOW-RECNO TO WS-IV-RECNO(WS-INTV-COUNT)
               MOVE JF-RUN-DATE TO WS-IV-RUN-DATE(WS-INTV-COUNT)
               MOVE JF-STEP-NAME TO WS-IV-STEP(WS-INTV-COUNT)
               MOVE JF-START-TS TO WS-IV-TS(WS-INTV-COUNT)
               MOVE JF-DISPOSITION TO WS-IV-DISP(WS-INTV-COUNT)
               MOVE JF-OPERATOR TO WS-IV-OPERATOR(WS-INTV-COUNT)
               MOVE JF-RETURN-CODE TO WS-IV-RC(WS-INTV-COUNT)
               MOVE JF-REASON TO WS-IV-REASON(WS-INTV-COUNT)
               MOVE SPACE TO WS-IV-BEFORE(WS-INTV-COUNT)
               MOVE SPACE TO WS-IV-NOW(WS-INTV-COUNT)
           END-IF.

      * Second pass: every record for an intervention's night and
      * step ahead of it sets what the step stood at before it, and
      * the last record for that night and step is where it stands
      * now.
       3000-TRACE-DISPOSITIONS.
           IF WS-INTV-COUNT > 0
               MOVE 'N' TO WS-FLOW-EOF-SW
               MOVE 0 TO WS-FLOW-RECNO
               OPEN INPUT JOB-FLOW-FILE
               IF WS-JOB-FLOW-STATUS NOT = "00"
                   DISPLAY "INTVRPT: JOBFLOW.DAT OPEN ERROR STATUS="
                       WS-JOB-FLOW-STATUS " - ABORT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-FLOW-EOF
                   READ JOB-FLOW-FILE INTO WS-JOB-FLOW-RECORD
                       AT END
                           SET WS-FLOW-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FLOW-RECNO
                           PERFORM 3100-POST-TO-INTERVENTIONS
                   END-READ
               END-PERFORM
               CLOSE JOB-FLOW-FILE
           END-IF.

       3100-POST-TO-INTERVENTIONS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INTV-COUNT
               IF WS-IV-RUN-DATE(WS-I) = JF-RUN-DATE
                  AND WS-IV-STEP(WS-I) = JF-STEP-NAME
                   IF WS-FLOW-RECNO < WS-IV-RECNO(WS-I)
                       MOVE JF-DISPOSITION TO WS-IV-BEFORE(WS-I)
                   END-IF
                   MOVE JF-DISPOSITION TO WS-IV-NOW(WS-I)
               END-IF
           END-PERFORM.

       4000-WRITE-INTERVENTION.
           EVALUATE WS-IV-DISP(WS-I)
               WHEN "X"
                   MOVE "FORCE COMPLETE" TO WS-ACTION-TEXT
                   ADD 1 TO WS-FORCED-COUNT
               WHEN "B"
                   MOVE "BYPASS" TO WS-ACTION-TEXT
                   ADD 1 TO WS-BYPASS-COUNT
               WHEN "R"
                   MOVE "RE-RUN" TO WS-ACTION-TEXT
                   ADD 1 TO WS-RERUN-COUNT
           END-EVALUATE
           MOVE WS-IV-BEFORE(WS-I) TO WS-DISP-CODE
           PERFORM 8000-DISPOSITION-TEXT
           MOVE WS-DISP-TEXT TO WS-BEFORE-TEXT
           MOVE WS-IV-NOW(WS-I) TO WS-DISP-CODE
           PERFORM 8000-DISPOSITION-TEXT
           MOVE WS-DISP-TEXT TO WS-NOW-TEXT
           MOVE SPACES TO WS-TIME-TEXT
           STRING WS-IV-TS(WS-I)(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-IV-TS(WS-I)(11:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-IV-TS(WS-I)(13:2) DELIMITED BY SIZE
               INTO WS-TIME-TEXT
           END-STRING
           MOVE WS-IV-RC(WS-I) TO WS-EDIT-RC
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TIME-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IV-RUN-DATE(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IV-STEP(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IV-OPERATOR(WS-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-BEFORE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOW-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-IV-REASON(WS-I) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE "=== TOTALS ===" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-INTV-COUNT TO WS-EDIT-9
           STRING "INTERVENTIONS     : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FORCED-COUNT TO WS-EDIT-9
           STRING "  FORCE COMPLETE  : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BYPASS-COUNT TO WS-EDIT-9
           STRING "  BYPASS          : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RERUN-COUNT TO WS-EDIT-9
           STRING "  RE-RUN          : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           IF WS-TABLE-FULL
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-INTV-NOT-LISTED TO WS-EDIT-9
               STRING "NOT LISTED - OVER " DELIMITED BY SIZE
                   WS-MAX-INTV-ENTRIES DELIMITED BY SIZE
                   " IN THE DAY : " DELIMITED BY SIZE
                   WS-EDIT-9 DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF.

       8000-DISPOSITION-TEXT.
           EVALUATE WS-DISP-CODE
               WHEN "C"
                   MOVE "COMPLETE" TO WS-DISP-TEXT
               WHEN "F"
                   MOVE "FAILED" TO WS-DISP-TEXT
               WHEN "H"
                   MOVE "HELD" TO WS-DISP-TEXT
               WHEN "S"
                   MOVE "SKIPPED - COMPLETE" TO WS-DISP-TEXT
               WHEN "X"
                   MOVE "FORCED COMPLETE" TO WS-DISP-TEXT
               WHEN "B"
                   MOVE "BYPASSED" TO WS-DISP-TEXT
               WHEN "R"
                   MOVE "RE-RUN PENDING" TO WS-DISP-TEXT
               WHEN SPACE
                   MOVE "NOT RUN" TO WS-DISP-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-DISP-TEXT
           END-EVALUATE.
