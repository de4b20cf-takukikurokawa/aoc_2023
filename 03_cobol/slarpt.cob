      * AoC Day03 Batch-Window Elapsed Time and SLA Report
      * Reads back the job-flow status dataset (JOBFLOW.DAT) that
      * jobchain appends every night and measures it against the
      * step targets and the chain deadline set up in JOBCHAIN.TBL
      * (laid out in WSJTBL), so the morning shift no longer works
      * out by hand whether the chain beat the inventory feed.
      * For every night on file the report shows each step's start,
      * stop and elapsed time against its target, the critical-path
      * total (the chain runs its steps one after another, so the
      * critical path is the sum of the step elapsed times), and when
      * the chain finished against the deadline. When a step was run
      * more than once in a night the last timed attempt is the one
      * measured, the way jobchain reads its own flow back.
      * Flags on a step line:
      *   OVER  = the step ran longer than its target that night
      *   CREEP = the step made its target, but its rolling average
      *           over the last N nights has reached the creep
      *           percentage of the target, so it is on its way to
      *           breaking the window
      * A chain that made its deadline having used the creep
      * percentage or more of its window (chain start to deadline)
      * is flagged creeping the same way. A closing summary gives
      * each step's rolling figures as of the latest night.
      * Defaults when the deadline record is absent or a field is
      * not numeric: no deadline check, 7 nights, 80 percent.
      * Return codes: 8 = step table or flow dataset unusable,
      * 4 = the latest night had an overrun, a missed deadline or a
      * creeping step or chain, 0 = clean.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. slarpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-TABLE-FILE ASSIGN TO "JOBCHAIN.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TABLE-STATUS.
           SELECT JOB-FLOW-FILE ASSIGN TO "JOBFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FLOW-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SLARPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TABLE-FILE.
       01  STEP-TABLE-FILE-RECORD      PIC X(80).

       FD  JOB-FLOW-FILE.
       01  JOB-FLOW-FILE-RECORD        PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STEP-TABLE-STATUS        PIC XX VALUE SPACES.
       01  WS-JOB-FLOW-STATUS          PIC XX VALUE SPACES.
       01  WS-TBL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-TBL-EOF                      VALUE 'Y'.
       01  WS-FLOW-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-FLOW-EOF                     VALUE 'Y'.
       01  WS-DEADLINE-SW              PIC X(1) VALUE 'N'.
           88  WS-DEADLINE-SET                 VALUE 'Y'.
       01  WS-LATEST-ALERT-SW          PIC X(1) VALUE 'N'.
           88  WS-LATEST-ALERT                 VALUE 'Y'.

           COPY WSJTBL.
           COPY WSJFLW.

      * -- Chain settings from the deadline record.
       01  WS-DEADLINE-HHMM            PIC 9(4) VALUE 0.
       01  WS-ROLLING-NIGHTS           PIC 9(2) VALUE 7.
       01  WS-CREEP-PCT                PIC 9(3) VALUE 80.

      * -- The chain steps, in step-table order.
       01  WS-MAX-STEP-ENTRIES         PIC 9(2) VALUE 20.
       01  WS-STEP-COUNT               PIC 9(2) VALUE 0.
       01  WS-STEP-LIST.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STEP-PROGRAM      PIC X(8).
               10  WS-STEP-TARGET       PIC 9(5).

      * -- One entry per run date, oldest first. When the flow holds
      * -- more nights than the table, the oldest are shifted out so
      * -- the most recent WS-NIGHT-MAX nights are kept.
       01  WS-NIGHT-MAX                PIC 9(3) VALUE 366.
       01  WS-NIGHT-COUNT              PIC 9(3) VALUE 0.
       01  WS-NIGHT-TABLE.
           05  WS-NIGHT-ENTRY OCCURS 366 TIMES.
               10  WS-NT-RUN-DATE       PIC X(8).
               10  WS-NT-FIRST-START    PIC X(14).
               10  WS-NT-LAST-STOP      PIC X(14).
               10  WS-NT-STEP OCCURS 20 TIMES.
                   15  WS-NT-START-TS   PIC X(14).
                   15  WS-NT-STOP-TS    PIC X(14).
                   15  WS-NT-ELAPSED    PIC 9(7).
                   15  WS-NT-RC         PIC 9(4).
                   15  WS-NT-DISP       PIC X(1).
                   15  WS-NT-TIMED-SW   PIC X(1).

       01  WS-N                        PIC 9(3).
       01  WS-M                        PIC 9(3).
       01  WS-S                        PIC 9(2).
       01  WS-FOUND-STEP               PIC 9(2).
       01  WS-FOUND-NIGHT              PIC 9(3).

      * -- Timestamp arithmetic: YYYYMMDDHHMMSS to seconds.
       01  WS-TS                       PIC X(14).
       01  WS-TS-PARTS REDEFINES WS-TS.
           05  WS-TS-DATE               PIC 9(8).
           05  WS-TS-HH                 PIC 9(2).
           05  WS-TS-MI                 PIC 9(2).
           05  WS-TS-SS                 PIC 9(2).
       01  WS-TS-SECS                  PIC 9(11).
       01  WS-TS-OK-SW                 PIC X(1) VALUE 'N'.
           88  WS-TS-OK                        VALUE 'Y'.
       01  WS-START-SECS               PIC 9(11).
       01  WS-STOP-SECS                PIC 9(11).
       01  WS-DEADLINE-SECS            PIC 9(11).
       01  WS-DEADLINE-TS              PIC X(14).
       01  WS-DEADLINE-DATE            PIC 9(8).
       01  WS-WINDOW-SECS              PIC 9(11).
       01  WS-MARGIN-SECS              PIC 9(11).

      * -- Elapsed seconds as HH:MM:SS.
       01  WS-HMS-SECS                 PIC 9(7).
       01  WS-HMS-HOURS                PIC 9(3).
       01  WS-HMS-REST                 PIC 9(7).
       01  WS-HMS.
           05  WS-HMS-HH                PIC 9(3).
           05  FILLER                   PIC X(1) VALUE ":".
           05  WS-HMS-MM                PIC 9(2).
           05  FILLER                   PIC X(1) VALUE ":".
           05  WS-HMS-SS                PIC 9(2).
       01  WS-HMS-ELAPSED              PIC X(9).
       01  WS-HMS-TARGET               PIC X(9).
       01  WS-HMS-AVERAGE              PIC X(9).

      * -- Rolling figures for one step as of one night.
       01  WS-ROLL-SUM                 PIC 9(11).
       01  WS-ROLL-COUNT               PIC 9(3).
       01  WS-ROLL-AVG                 PIC 9(7).
       01  WS-ROLL-MAX                 PIC 9(7).
       01  WS-ROLL-OVERRUNS            PIC 9(3).
       01  WS-ROLL-PCT                 PIC 9(5).
       01  WS-STEP-FLAG                PIC X(5).

      * -- Night totals.
       01  WS-PATH-TOTAL               PIC 9(7).
       01  WS-PATH-TARGET              PIC 9(7).
       01  WS-WINDOW-PCT               PIC 9(5).
       01  WS-NIGHT-FLAG               PIC X(5).

       01  WS-FLOW-READ                PIC 9(7) VALUE 0.
       01  WS-FLOW-UNKNOWN             PIC 9(7) VALUE 0.
       01  WS-OVERRUN-COUNT            PIC 9(5) VALUE 0.
       01  WS-DEADLINE-MISSES          PIC 9(5) VALUE 0.
       01  WS-CREEP-COUNT              PIC 9(5) VALUE 0.

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-EDIT-RC                  PIC ZZZ9.
       01  WS-EDIT-PCT                 PIC ZZZZ9.
       01  WS-PCT-TEXT                 PIC X(5).
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 BATCH WINDOW ELAPSED TIME AND SLA REPORT".
       01  WS-HEADING-2.
           05  FILLER                   PIC X(44) VALUE
               "  STEP     START          STOP             E".
           05  FILLER                   PIC X(88) VALUE
               "LAPSED    TARGET  ROLL-AVG   PCT   RC D FLAG".
       01  WS-HEADING-3.
           05  FILLER                   PIC X(44) VALUE
               "  STEP        TARGET    LATEST  ROLL-AVG  RO".
           05  FILLER                   PIC X(88) VALUE
               "LL-MAX   PCT NIGHTS OVERRUNS FLAG".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-LOAD-STEP-TABLE
           PERFORM 2000-LOAD-FLOW
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           PERFORM 1300-WRITE-SETTINGS
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NIGHT-COUNT
               PERFORM 3000-WRITE-ONE-NIGHT
           END-PERFORM
           IF WS-NIGHT-COUNT > 0
               PERFORM 4000-WRITE-STEP-SUMMARY
           END-IF
           PERFORM 5000-WRITE-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "SLARPT: NIGHTS " WS-NIGHT-COUNT
               " OVERRUNS " WS-OVERRUN-COUNT
               " DEADLINES MISSED " WS-DEADLINE-MISSES
           IF WS-LATEST-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-STEP-TABLE.
           OPEN INPUT STEP-TABLE-FILE
           IF WS-STEP-TABLE-STATUS NOT = "00"
               DISPLAY "SLARPT: JOBCHAIN.TBL OPEN ERROR STATUS="
                   WS-STEP-TABLE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TBL-EOF
               READ STEP-TABLE-FILE INTO WS-STEP-TABLE-RECORD
                   AT END
                       SET WS-TBL-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-STEP-TABLE-RECORD = SPACES
                               CONTINUE
                           WHEN STP-DEADLINE-RECORD
                               PERFORM 1200-NOTE-DEADLINE
                           WHEN OTHER
                               PERFORM 1100-ADD-STEP-ENTRY
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE STEP-TABLE-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY "SLARPT: EMPTY STEP TABLE - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A step without a usable target is still reported; it can
      * never be over or creeping.
       1100-ADD-STEP-ENTRY.
           IF WS-STEP-COUNT >= WS-MAX-STEP-ENTRIES
               DISPLAY "SLARPT: STEP TABLE EXCEEDS MAX "
                   WS-MAX-STEP-ENTRIES " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE STP-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT)
           IF STP-TARGET-SECS NUMERIC
               MOVE STP-TARGET-SECS TO WS-STEP-TARGET(WS-STEP-COUNT)
           ELSE
               MOVE 0 TO WS-STEP-TARGET(WS-STEP-COUNT)
           END-IF.

       1200-NOTE-DEADLINE.
           IF STP-DEADLINE-HHMM NUMERIC
              AND STP-DEADLINE-HHMM(1:2) < "24"
              AND STP-DEADLINE-HHMM(3:2) < "60"
               MOVE STP-DEADLINE-HHMM TO WS-DEADLINE-HHMM
               SET WS-DEADLINE-SET TO TRUE
           ELSE
               DISPLAY "SLARPT: BAD CHAIN DEADLINE '"
                   STP-DEADLINE-HHMM "' - DEADLINE NOT CHECKED"
           END-IF
           IF STP-ROLLING-NIGHTS NUMERIC AND STP-ROLLING-NIGHTS > 0
               MOVE STP-ROLLING-NIGHTS TO WS-ROLLING-NIGHTS
           END-IF
           IF STP-CREEP-PCT NUMERIC AND STP-CREEP-PCT > 0
               MOVE STP-CREEP-PCT TO WS-CREEP-PCT
           END-IF.

       1300-WRITE-SETTINGS.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DEADLINE-SET
               STRING "CHAIN DEADLINE " DELIMITED BY SIZE
                   WS-DEADLINE-HHMM(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-DEADLINE-HHMM(3:2) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "CHAIN DEADLINE NOT SET" TO WS-REPORT-LINE
           END-IF
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CREEP-PCT TO WS-EDIT-PCT
           STRING "ROLLING AVERAGE OVER " DELIMITED BY SIZE
               WS-ROLLING-NIGHTS DELIMITED BY SIZE
               " NIGHTS, CREEP FLAGGED AT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
               " PCT OF TARGET" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       2000-LOAD-FLOW.
           OPEN INPUT JOB-FLOW-FILE
           IF WS-JOB-FLOW-STATUS NOT = "00"
               DISPLAY "SLARPT: JOBFLOW.DAT OPEN ERROR STATUS="
                   WS-JOB-FLOW-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-FLOW-EOF
               READ JOB-FLOW-FILE INTO WS-JOB-FLOW-RECORD
                   AT END
                       SET WS-FLOW-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FLOW-READ
                       PERFORM 2100-POST-FLOW-RECORD
               END-READ
           END-PERFORM
           CLOSE JOB-FLOW-FILE.

      * A timed record (complete or failed) is a run of the step and
      * replaces whatever an earlier attempt that night recorded. A
      * held or skipped record only sets the disposition of a step
      * that has no timed run yet that night, so a step skipped on
      * the rerun keeps the elapsed time of the run that completed.
       2100-POST-FLOW-RECORD.
           PERFORM 2170-FIND-STEP
           IF WS-FOUND-STEP = 0
               ADD 1 TO WS-FLOW-UNKNOWN
           ELSE
               PERFORM 2150-FIND-NIGHT
               MOVE WS-FOUND-STEP TO WS-S
               MOVE WS-FOUND-NIGHT TO WS-N
               IF JF-DISPOSITION = "C" OR JF-DISPOSITION = "F"
                   PERFORM 2200-POST-TIMED-RUN
               ELSE
                   IF WS-NT-TIMED-SW(WS-N WS-S) NOT = "Y"
                       MOVE JF-DISPOSITION TO WS-NT-DISP(WS-N WS-S)
                       MOVE JF-RETURN-CODE TO WS-NT-RC(WS-N WS-S)
                   END-IF
               END-IF
           END-IF.

      * The flow is appended night by night, so the night wanted is
      * almost always the last one in the table.
       2150-FIND-NIGHT.
           MOVE 0 TO WS-FOUND-NIGHT
           PERFORM VARYING WS-M FROM WS-NIGHT-COUNT BY -1
                   UNTIL WS-M < 1
               IF WS-NT-RUN-DATE(WS-M) = JF-RUN-DATE
                   MOVE WS-M TO WS-FOUND-NIGHT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-NIGHT = 0
               PERFORM 2160-ADD-NIGHT
           END-IF.

       2160-ADD-NIGHT.
           IF WS-NIGHT-COUNT >= WS-NIGHT-MAX
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M >= WS-NIGHT-MAX
                   MOVE WS-NIGHT-ENTRY(WS-M + 1)
                       TO WS-NIGHT-ENTRY(WS-M)
               END-PERFORM
           ELSE
               ADD 1 TO WS-NIGHT-COUNT
           END-IF
           MOVE WS-NIGHT-COUNT TO WS-FOUND-NIGHT
           MOVE SPACES TO WS-NIGHT-ENTRY(WS-FOUND-NIGHT)
           MOVE JF-RUN-DATE TO WS-NT-RUN-DATE(WS-FOUND-NIGHT)
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-MAX-STEP-ENTRIES
               MOVE 0 TO WS-NT-ELAPSED(WS-FOUND-NIGHT WS-S)
               MOVE 0 TO WS-NT-RC(WS-FOUND-NIGHT WS-S)
               MOVE "N" TO WS-NT-TIMED-SW(WS-FOUND-NIGHT WS-S)
           END-PERFORM.

       2170-FIND-STEP.
           MOVE 0 TO WS-FOUND-STEP
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               IF WS-STEP-PROGRAM(WS-S) = JF-STEP-NAME
                   MOVE WS-S TO WS-FOUND-STEP
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       2200-POST-TIMED-RUN.
           MOVE JF-START-TS TO WS-TS
           PERFORM 8000-TS-TO-SECS
           MOVE WS-TS-SECS TO WS-START-SECS
           IF WS-TS-OK
               MOVE JF-STOP-TS TO WS-TS
               PERFORM 8000-TS-TO-SECS
               MOVE WS-TS-SECS TO WS-STOP-SECS
           END-IF
           IF WS-TS-OK AND WS-STOP-SECS >= WS-START-SECS
               MOVE JF-START-TS TO WS-NT-START-TS(WS-N WS-S)
               MOVE JF-STOP-TS TO WS-NT-STOP-TS(WS-N WS-S)
               COMPUTE WS-NT-ELAPSED(WS-N WS-S) =
                   WS-STOP-SECS - WS-START-SECS
               MOVE JF-RETURN-CODE TO WS-NT-RC(WS-N WS-S)
               MOVE JF-DISPOSITION TO WS-NT-DISP(WS-N WS-S)
               MOVE "Y" TO WS-NT-TIMED-SW(WS-N WS-S)
               IF WS-NT-FIRST-START(WS-N) = SPACES
                  OR JF-START-TS < WS-NT-FIRST-START(WS-N)
                   MOVE JF-START-TS TO WS-NT-FIRST-START(WS-N)
               END-IF
               IF WS-NT-LAST-STOP(WS-N) = SPACES
                  OR JF-STOP-TS > WS-NT-LAST-STOP(WS-N)
                   MOVE JF-STOP-TS TO WS-NT-LAST-STOP(WS-N)
               END-IF
           ELSE
               DISPLAY "SLARPT: BAD TIMESTAMPS FOR " JF-STEP-NAME
                   " RUN DATE " JF-RUN-DATE " - RECORD IGNORED"
           END-IF.

      * One night: a line per chain step, then the critical path and
      * the deadline.
       3000-WRITE-ONE-NIGHT.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           STRING "=== RUN DATE " DELIMITED BY SIZE
               WS-NT-RUN-DATE(WS-N) DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           MOVE 0 TO WS-PATH-TOTAL
           MOVE 0 TO WS-PATH-TARGET
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               PERFORM 3100-WRITE-STEP-LINE
           END-PERFORM
           PERFORM 3400-WRITE-NIGHT-TRAILER.

       3100-WRITE-STEP-LINE.
           MOVE SPACES TO WS-STEP-FLAG
           MOVE SPACES TO WS-HMS-ELAPSED
           MOVE SPACES TO WS-HMS-AVERAGE
           MOVE SPACES TO WS-PCT-TEXT
           MOVE WS-STEP-TARGET(WS-S) TO WS-HMS-SECS
           PERFORM 8100-FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-TARGET
           IF WS-NT-TIMED-SW(WS-N WS-S) = "Y"
               ADD WS-NT-ELAPSED(WS-N WS-S) TO WS-PATH-TOTAL
               ADD WS-STEP-TARGET(WS-S) TO WS-PATH-TARGET
               MOVE WS-NT-ELAPSED(WS-N WS-S) TO WS-HMS-SECS
               PERFORM 8100-FORMAT-HMS
               MOVE WS-HMS TO WS-HMS-ELAPSED
               PERFORM 3300-ROLLING-FIGURES
               MOVE WS-ROLL-AVG TO WS-HMS-SECS
               PERFORM 8100-FORMAT-HMS
               MOVE WS-HMS TO WS-HMS-AVERAGE
               IF WS-STEP-TARGET(WS-S) > 0
                   MOVE WS-ROLL-PCT TO WS-EDIT-PCT
                   MOVE WS-EDIT-PCT TO WS-PCT-TEXT
                   PERFORM 3200-SET-STEP-FLAG
               END-IF
           END-IF
           IF WS-STEP-TARGET(WS-S) = 0
               MOVE SPACES TO WS-HMS-TARGET
           END-IF
           MOVE WS-NT-RC(WS-N WS-S) TO WS-EDIT-RC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-STEP-PROGRAM(WS-S) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NT-START-TS(WS-N WS-S) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NT-STOP-TS(WS-N WS-S) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HMS-ELAPSED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HMS-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HMS-AVERAGE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NT-DISP(WS-N WS-S) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-FLAG DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       3200-SET-STEP-FLAG.
           EVALUATE TRUE
               WHEN WS-NT-ELAPSED(WS-N WS-S) > WS-STEP-TARGET(WS-S)
                   MOVE "OVER" TO WS-STEP-FLAG
                   ADD 1 TO WS-OVERRUN-COUNT
                   IF WS-N = WS-NIGHT-COUNT
                       SET WS-LATEST-ALERT TO TRUE
                   END-IF
               WHEN WS-ROLL-PCT >= WS-CREEP-PCT
                   MOVE "CREEP" TO WS-STEP-FLAG
                   IF WS-N = WS-NIGHT-COUNT
                       ADD 1 TO WS-CREEP-COUNT
                       SET WS-LATEST-ALERT TO TRUE
                   END-IF
           END-EVALUATE.

      * Average, worst and overruns of step WS-S over the last
      * WS-ROLLING-NIGHTS nights it ran, up to and including night
      * WS-N; nights the step did not run are passed over.
       3300-ROLLING-FIGURES.
           MOVE 0 TO WS-ROLL-SUM
           MOVE 0 TO WS-ROLL-COUNT
           MOVE 0 TO WS-ROLL-AVG
           MOVE 0 TO WS-ROLL-MAX
           MOVE 0 TO WS-ROLL-OVERRUNS
           MOVE 0 TO WS-ROLL-PCT
           PERFORM VARYING WS-M FROM WS-N BY -1
                   UNTIL WS-M < 1
                      OR WS-ROLL-COUNT >= WS-ROLLING-NIGHTS
               IF WS-NT-TIMED-SW(WS-M WS-S) = "Y"
                   ADD 1 TO WS-ROLL-COUNT
                   ADD WS-NT-ELAPSED(WS-M WS-S) TO WS-ROLL-SUM
                   IF WS-NT-ELAPSED(WS-M WS-S) > WS-ROLL-MAX
                       MOVE WS-NT-ELAPSED(WS-M WS-S) TO WS-ROLL-MAX
                   END-IF
                   IF WS-STEP-TARGET(WS-S) > 0
                      AND WS-NT-ELAPSED(WS-M WS-S)
                          > WS-STEP-TARGET(WS-S)
                       ADD 1 TO WS-ROLL-OVERRUNS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ROLL-COUNT > 0
               COMPUTE WS-ROLL-AVG ROUNDED =
                   WS-ROLL-SUM / WS-ROLL-COUNT
           END-IF
           IF WS-STEP-TARGET(WS-S) > 0
               COMPUTE WS-ROLL-PCT ROUNDED =
                   WS-ROLL-AVG * 100 / WS-STEP-TARGET(WS-S)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-ROLL-PCT
               END-COMPUTE
           END-IF.

       3400-WRITE-NIGHT-TRAILER.
           MOVE WS-PATH-TOTAL TO WS-HMS-SECS
           PERFORM 8100-FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-ELAPSED
           MOVE WS-PATH-TARGET TO WS-HMS-SECS
           PERFORM 8100-FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-TARGET
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CRITICAL PATH TOTAL " DELIMITED BY SIZE
               WS-HMS-ELAPSED DELIMITED BY SIZE
               "  TARGET " DELIMITED BY SIZE
               WS-HMS-TARGET DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           IF WS-NT-FIRST-START(WS-N) = SPACES
               MOVE "  NO STEP RAN THIS RUN DATE" TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM 3450-CHECK-DEADLINE
           END-IF.

      * The deadline falls on the day the chain started, or on the
      * next day when the deadline clock time is earlier than the
      * start (an overnight chain finishing the next morning).
       3450-CHECK-DEADLINE.
           MOVE SPACES TO WS-REPORT-LINE
           IF NOT WS-DEADLINE-SET
               STRING "  CHAIN START " DELIMITED BY SIZE
                   WS-NT-FIRST-START(WS-N) DELIMITED BY SIZE
                   "  FINISH " DELIMITED BY SIZE
                   WS-NT-LAST-STOP(WS-N) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE WS-NT-FIRST-START(WS-N) TO WS-TS
               PERFORM 8000-TS-TO-SECS
               MOVE WS-TS-SECS TO WS-START-SECS
               MOVE WS-TS-DATE TO WS-DEADLINE-DATE
               IF WS-DEADLINE-HHMM * 100 <
                  WS-TS-HH * 10000 + WS-TS-MI * 100 + WS-TS-SS
                   COMPUTE WS-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-DEADLINE-DATE) + 1)
               END-IF
               MOVE SPACES TO WS-DEADLINE-TS
               STRING WS-DEADLINE-DATE DELIMITED BY SIZE
                   WS-DEADLINE-HHMM DELIMITED BY SIZE
                   "00" DELIMITED BY SIZE
                   INTO WS-DEADLINE-TS
               END-STRING
               MOVE WS-DEADLINE-TS TO WS-TS
               PERFORM 8000-TS-TO-SECS
               MOVE WS-TS-SECS TO WS-DEADLINE-SECS
               MOVE WS-NT-LAST-STOP(WS-N) TO WS-TS
               PERFORM 8000-TS-TO-SECS
               MOVE WS-TS-SECS TO WS-STOP-SECS
               STRING "  CHAIN START " DELIMITED BY SIZE
                   WS-NT-FIRST-START(WS-N) DELIMITED BY SIZE
                   "  FINISH " DELIMITED BY SIZE
                   WS-NT-LAST-STOP(WS-N) DELIMITED BY SIZE
                   "  DEADLINE " DELIMITED BY SIZE
                   WS-DEADLINE-TS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               PERFORM 3460-WRITE-DEADLINE-RESULT
           END-IF.

       3460-WRITE-DEADLINE-RESULT.
           MOVE SPACES TO WS-NIGHT-FLAG
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-STOP-SECS > WS-DEADLINE-SECS
               ADD 1 TO WS-DEADLINE-MISSES
               IF WS-N = WS-NIGHT-COUNT
                   SET WS-LATEST-ALERT TO TRUE
               END-IF
               COMPUTE WS-HMS-SECS = WS-STOP-SECS - WS-DEADLINE-SECS
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-HMS-SECS
               END-COMPUTE
               PERFORM 8100-FORMAT-HMS
               STRING "  DEADLINE MISSED BY " DELIMITED BY SIZE
                   WS-HMS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               COMPUTE WS-MARGIN-SECS = WS-DEADLINE-SECS - WS-STOP-SECS
               MOVE 0 TO WS-WINDOW-PCT
               IF WS-DEADLINE-SECS > WS-START-SECS
                   COMPUTE WS-WINDOW-SECS =
                       WS-DEADLINE-SECS - WS-START-SECS
                   COMPUTE WS-WINDOW-PCT ROUNDED =
                       (WS-STOP-SECS - WS-START-SECS) * 100
                       / WS-WINDOW-SECS
               END-IF
               IF WS-WINDOW-PCT >= WS-CREEP-PCT
                   MOVE "CREEP" TO WS-NIGHT-FLAG
                   IF WS-N = WS-NIGHT-COUNT
                       ADD 1 TO WS-CREEP-COUNT
                       SET WS-LATEST-ALERT TO TRUE
                   END-IF
               END-IF
               MOVE WS-MARGIN-SECS TO WS-HMS-SECS
               PERFORM 8100-FORMAT-HMS
               MOVE WS-WINDOW-PCT TO WS-EDIT-PCT
               STRING "  DEADLINE MET, MARGIN " DELIMITED BY SIZE
                   WS-HMS DELIMITED BY SIZE
                   ", WINDOW USED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-EDIT-PCT) DELIMITED BY SIZE
                   " PCT " DELIMITED BY SIZE
                   WS-NIGHT-FLAG DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

      * Each step's rolling figures as of the latest night on file.
       4000-WRITE-STEP-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "=== STEP SUMMARY AS OF " DELIMITED BY SIZE
               WS-NT-RUN-DATE(WS-NIGHT-COUNT) DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-3
           MOVE WS-NIGHT-COUNT TO WS-N
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               PERFORM 4100-WRITE-SUMMARY-LINE
           END-PERFORM.

       4100-WRITE-SUMMARY-LINE.
           PERFORM 3300-ROLLING-FIGURES
           MOVE SPACES TO WS-STEP-FLAG
           MOVE SPACES TO WS-HMS-TARGET
           MOVE SPACES TO WS-HMS-ELAPSED
           MOVE SPACES TO WS-PCT-TEXT
           IF WS-STEP-TARGET(WS-S) > 0
               MOVE WS-STEP-TARGET(WS-S) TO WS-HMS-SECS
               PERFORM 8100-FORMAT-HMS
               MOVE WS-HMS TO WS-HMS-TARGET
               MOVE WS-ROLL-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO WS-PCT-TEXT
           END-IF
           IF WS-NT-TIMED-SW(WS-N WS-S) = "Y"
               MOVE WS-NT-ELAPSED(WS-N WS-S) TO WS-HMS-SECS
               PERFORM 8100-FORMAT-HMS
               MOVE WS-HMS TO WS-HMS-ELAPSED
               IF WS-STEP-TARGET(WS-S) > 0
                   EVALUATE TRUE
                       WHEN WS-NT-ELAPSED(WS-N WS-S)
                            > WS-STEP-TARGET(WS-S)
                           MOVE "OVER" TO WS-STEP-FLAG
                       WHEN WS-ROLL-PCT >= WS-CREEP-PCT
                           MOVE "CREEP" TO WS-STEP-FLAG
                   END-EVALUATE
               END-IF
           END-IF
           MOVE WS-ROLL-AVG TO WS-HMS-SECS
           PERFORM 8100-FORMAT-HMS
           MOVE WS-HMS TO WS-HMS-AVERAGE
           MOVE WS-ROLL-MAX TO WS-HMS-SECS
           PERFORM 8100-FORMAT-HMS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-STEP-PROGRAM(WS-S) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HMS-TARGET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HMS-ELAPSED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HMS-AVERAGE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HMS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PCT-TEXT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-ROLL-COUNT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-ROLL-OVERRUNS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-FLAG DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       5000-WRITE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE "=== TOTALS ===" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FLOW-READ TO WS-EDIT-9
           STRING "FLOW RECORDS READ : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FLOW-UNKNOWN TO WS-EDIT-9
           STRING "FLOW RECORDS FOR STEPS NOT IN TABLE : "
               DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NIGHT-COUNT TO WS-EDIT-9
           STRING "NIGHTS REPORTED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-OVERRUN-COUNT TO WS-EDIT-9
           STRING "STEP OVERRUNS : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DEADLINE-MISSES TO WS-EDIT-9
           STRING "DEADLINES MISSED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CREEP-COUNT TO WS-EDIT-9
           STRING "CREEPING ON LATEST NIGHT : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

      * WS-TS in, WS-TS-SECS out (seconds since the calendar base
      * used by INTEGER-OF-DATE); WS-TS-OK says whether WS-TS was a
      * usable timestamp.
       8000-TS-TO-SECS.
           MOVE 0 TO WS-TS-SECS
           MOVE 'N' TO WS-TS-OK-SW
           IF WS-TS IS NUMERIC
              AND WS-TS-DATE >= 16010101
              AND WS-TS-HH < 24 AND WS-TS-MI < 60 AND WS-TS-SS < 60
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TS-DATE) = 0
                   COMPUTE WS-TS-SECS =
                       FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                       + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
                   SET WS-TS-OK TO TRUE
               END-IF
           END-IF.

      * WS-HMS-SECS in, WS-HMS out as HHH:MM:SS.
       8100-FORMAT-HMS.
           DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HOURS
               REMAINDER WS-HMS-REST
           MOVE WS-HMS-HOURS TO WS-HMS-HH
           DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS.
