      * AoC Day03 Control Deck Run-Date Roll
      * Pre-chain step run ahead of jobchain each night. Rolls the
      * run date of every record in the control deck (CONTROL.DAT)
      * forward to the next business day on the shop calendar
      * (SHOPCAL.DAT, maintained by calmaint), so nobody keys a run
      * date by hand and a holiday weekend is stepped over by the
      * calendar rather than by the operator.
      * The roll is refused, and the deck left exactly as it was,
      * when the night the deck is dated for has not finished: every
      * step in JOBCHAIN.TBL must have its last JOBFLOW.DAT record
      * for that run date complete (C) or skipped (S), or forced
      * complete (X) or bypassed (B) by an operator from the chain
      * console. A failed or held step, a step an operator has sent
      * back for a re-run (R), a step with no record, or no job flow
      * at all means the night still has to be rerun under its own
      * date.
      * The deck produced is printed in full on CALROLL.RPT, and the
      * calendar's view of the new run date is written to the
      * business run-date card (BUSDATE.DAT, WSBDAY) with the
      * period-close flag, so a later step knows a month-end night
      * without reading the calendar.
      * Return codes: 8 = roll refused (night incomplete, no next
      * business day on the calendar, or a dataset unusable),
      * 4 = deck rolled but the calendar runs out within
      * WS-CAL-WARN-DAYS business days, 0 = deck rolled.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calroll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "SHOPCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT STEP-TABLE-FILE ASSIGN TO "JOBCHAIN.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TABLE-STATUS.
           SELECT JOB-FLOW-FILE ASSIGN TO "JOBFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FLOW-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALROLL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD         PIC X(80).

       FD  CALENDAR-FILE.
       01  CALENDAR-FILE-RECORD        PIC X(45).

       FD  STEP-TABLE-FILE.
       01  STEP-TABLE-FILE-RECORD      PIC X(80).

       FD  JOB-FLOW-FILE.
       01  JOB-FLOW-FILE-RECORD        PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-FILE-RECORD   PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CALENDAR-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-STEP-TABLE-STATUS        PIC XX VALUE SPACES.
       01  WS-JOB-FLOW-STATUS          PIC XX VALUE SPACES.
       01  WS-BUSDATE-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CTL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF                      VALUE 'Y'.
       01  WS-CAL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-CAL-EOF                      VALUE 'Y'.
       01  WS-TBL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-TBL-EOF                      VALUE 'Y'.
       01  WS-FLOW-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-FLOW-EOF                     VALUE 'Y'.
       01  WS-NIGHT-OPEN-SW            PIC X(1) VALUE 'N'.
           88  WS-NIGHT-OPEN                   VALUE 'Y'.
       01  WS-MIXED-DATES-SW           PIC X(1) VALUE 'N'.
           88  WS-MIXED-DATES                  VALUE 'Y'.

           COPY WSCTRL.
           COPY WSSCAL.
           COPY WSJTBL.
           COPY WSJFLW.
           COPY WSBDAY.

      * -- The control deck as read, rolled in place and written back.
       01  WS-DECK-MAX-ENTRIES         PIC 9(3) VALUE 200.
       01  WS-DECK-COUNT               PIC 9(3) VALUE 0.
       01  WS-DECK-TABLE.
           05  WS-DECK-ENTRY OCCURS 200 TIMES PIC X(80).

      * -- Chain steps and the last disposition each had for the
      * -- night being rolled off.
       01  WS-MAX-STEP-ENTRIES         PIC 9(2) VALUE 20.
       01  WS-STEP-COUNT               PIC 9(2) VALUE 0.
       01  WS-STEP-LIST.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STEP-PROGRAM      PIC X(8).
               10  WS-STEP-LAST-DISP    PIC X(1).

       01  WS-D                        PIC 9(3).
       01  WS-S                        PIC 9(2).
       01  WS-C                        PIC 9(4).
       01  WS-NEXT                     PIC 9(4) VALUE 0.
       01  WS-PRIOR-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-PRIOR-RUN-DATE-N REDEFINES WS-PRIOR-RUN-DATE
                                        PIC 9(8).
       01  WS-NEW-RUN-DATE             PIC X(8) VALUE SPACES.
       01  WS-NEW-RUN-DATE-N REDEFINES WS-NEW-RUN-DATE
                                        PIC 9(8).
       01  WS-FLOW-RECORDS             PIC 9(5) VALUE 0.
       01  WS-DAYS-LEFT                PIC 9(5) VALUE 0.
       01  WS-CAL-WARN-DAYS            PIC 9(5) VALUE 20.
       01  WS-GAP-DAYS                 PIC 9(5) VALUE 0.
       01  WS-REFUSE-TEXT              PIC X(60) VALUE SPACES.
       01  WS-DISP-TEXT                PIC X(20) VALUE SPACES.

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 CONTROL DECK RUN-DATE ROLL REPORT".
       01  WS-HEADING-2.
           05  FILLER                  PIC X(44) VALUE
               "----+----1----+----2----+----3----+----4----".
           05  FILLER                  PIC X(88) VALUE
               "+----5----+----6----+----7----+----8".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           PERFORM 1000-LOAD-CONTROL-DECK
           PERFORM 1100-LOAD-CALENDAR
           PERFORM 1200-LOAD-STEP-TABLE
           PERFORM 1300-CHECK-PRIOR-NIGHT
           PERFORM 2000-FIND-NEXT-BUSINESS-DAY
           PERFORM 3000-WRITE-CONTROL-DECK
           PERFORM 4000-WRITE-BUSINESS-DATE
           PERFORM 5000-WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF WS-DAYS-LEFT < WS-CAL-WARN-DAYS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The night being rolled off is the latest run date in the
      * deck; every record is rolled to the same new date, so a deck
      * that had drifted apart is brought back into step and said so.
       1000-LOAD-CONTROL-DECK.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "CONTROL FILE OPEN ERROR STATUS="
                   DELIMITED BY SIZE
                   WS-CONTROL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               END-STRING
               PERFORM 9000-REFUSE-ROLL
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               READ CONTROL-FILE INTO WS-CONTROL-RECORD
                   AT END
                       SET WS-CTL-EOF TO TRUE
                   NOT AT END
                       IF WS-CONTROL-RECORD NOT = SPACES
                           PERFORM 1050-ADD-DECK-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-DECK-COUNT = 0
               MOVE "CONTROL DECK IS EMPTY" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE-ROLL
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONTROL DECK RUN DATE      : " DELIMITED BY SIZE
               WS-PRIOR-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           IF WS-MIXED-DATES
               MOVE "CONTROL DECK CARRIED MIXED RUN DATES - LATEST USED"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               DISPLAY "CALROLL: MIXED RUN DATES IN CONTROL DECK"
           END-IF.

       1050-ADD-DECK-ENTRY.
           IF WS-DECK-COUNT >= WS-DECK-MAX-ENTRIES
               MOVE "CONTROL DECK EXCEEDS TABLE SIZE" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE-ROLL
           END-IF
           IF WS-CTL-RUN-DATE NOT NUMERIC
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "BAD RUN DATE IN CONTROL DECK FOR "
                   DELIMITED BY SIZE
                   WS-CTL-SCHEMATIC-DSN DELIMITED BY SPACE
                   INTO WS-REFUSE-TEXT
               END-STRING
               PERFORM 9000-REFUSE-ROLL
           END-IF
           ADD 1 TO WS-DECK-COUNT
           MOVE WS-CONTROL-RECORD TO WS-DECK-ENTRY(WS-DECK-COUNT)
           IF WS-PRIOR-RUN-DATE NOT = SPACES
              AND WS-CTL-RUN-DATE NOT = WS-PRIOR-RUN-DATE
               SET WS-MIXED-DATES TO TRUE
           END-IF
           IF WS-PRIOR-RUN-DATE = SPACES
              OR WS-CTL-RUN-DATE > WS-PRIOR-RUN-DATE
               MOVE WS-CTL-RUN-DATE TO WS-PRIOR-RUN-DATE
           END-IF.

       1100-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "SHOP CALENDAR OPEN ERROR STATUS="
                   DELIMITED BY SIZE
                   WS-CALENDAR-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               END-STRING
               PERFORM 9000-REFUSE-ROLL
           END-IF
           PERFORM UNTIL WS-CAL-EOF
               READ CALENDAR-FILE INTO CAL-RECORD
                   AT END
                       SET WS-CAL-EOF TO TRUE
                   NOT AT END
                       IF WS-CAL-COUNT >= WS-CAL-MAX-ENTRIES
                           MOVE "SHOP CALENDAR EXCEEDS TABLE SIZE"
                               TO WS-REFUSE-TEXT
                           PERFORM 9000-REFUSE-ROLL
                       END-IF
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
                       MOVE CAL-DAY-OF-WEEK
                           TO WS-CAL-DOW(WS-CAL-COUNT)
                       MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
                       MOVE CAL-MONTH-END-SW
                           TO WS-CAL-MONTH-END-SW(WS-CAL-COUNT)
                       MOVE CAL-DESC TO WS-CAL-DESC(WS-CAL-COUNT)
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           SET WS-CAL-LOADED TO TRUE.

       1200-LOAD-STEP-TABLE.
           OPEN INPUT STEP-TABLE-FILE
           IF WS-STEP-TABLE-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "JOBCHAIN.TBL OPEN ERROR STATUS="
                   DELIMITED BY SIZE
                   WS-STEP-TABLE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               END-STRING
               PERFORM 9000-REFUSE-ROLL
           END-IF
           PERFORM UNTIL WS-TBL-EOF
               READ STEP-TABLE-FILE INTO WS-STEP-TABLE-RECORD
                   AT END
                       SET WS-TBL-EOF TO TRUE
                   NOT AT END
                       IF WS-STEP-TABLE-RECORD NOT = SPACES
                          AND NOT STP-DEADLINE-RECORD
                          AND WS-STEP-COUNT < WS-MAX-STEP-ENTRIES
                           ADD 1 TO WS-STEP-COUNT
                           MOVE STP-PROGRAM
                               TO WS-STEP-PROGRAM(WS-STEP-COUNT)
                           MOVE SPACE
                               TO WS-STEP-LAST-DISP(WS-STEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-TABLE-FILE
           IF WS-STEP-COUNT = 0
               MOVE "EMPTY STEP TABLE" TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE-ROLL
           END-IF.

      * The last status record per step for the deck's run date
      * wins, the way jobchain reads the dataset back on a rerun.
       1300-CHECK-PRIOR-NIGHT.
           OPEN INPUT JOB-FLOW-FILE
           IF WS-JOB-FLOW-STATUS = "00"
               PERFORM UNTIL WS-FLOW-EOF
                   READ JOB-FLOW-FILE INTO WS-JOB-FLOW-RECORD
                       AT END
                           SET WS-FLOW-EOF TO TRUE
                       NOT AT END
                           IF JF-RUN-DATE = WS-PRIOR-RUN-DATE
                               ADD 1 TO WS-FLOW-RECORDS
                               PERFORM 1350-NOTE-LAST-DISP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-FLOW-FILE
           END-IF
           MOVE "-- CHAIN STATUS FOR THE NIGHT BEING ROLLED OFF --"
               TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               EVALUATE WS-STEP-LAST-DISP(WS-S)
                   WHEN "C"
                       MOVE "COMPLETE" TO WS-DISP-TEXT
                   WHEN "S"
                       MOVE "SKIPPED - COMPLETE" TO WS-DISP-TEXT
                   WHEN "X"
                       MOVE "FORCED COMPLETE" TO WS-DISP-TEXT
                   WHEN "B"
                       MOVE "BYPASSED" TO WS-DISP-TEXT
                   WHEN "R"
                       MOVE "RE-RUN PENDING" TO WS-DISP-TEXT
                       SET WS-NIGHT-OPEN TO TRUE
                   WHEN "F"
                       MOVE "FAILED" TO WS-DISP-TEXT
                       SET WS-NIGHT-OPEN TO TRUE
                   WHEN "H"
                       MOVE "HELD" TO WS-DISP-TEXT
                       SET WS-NIGHT-OPEN TO TRUE
                   WHEN OTHER
                       MOVE "NOT RUN" TO WS-DISP-TEXT
                       SET WS-NIGHT-OPEN TO TRUE
               END-EVALUATE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "STEP " DELIMITED BY SIZE
                   WS-STEP-PROGRAM(WS-S) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DISP-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           IF WS-NIGHT-OPEN
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "RUN " DELIMITED BY SIZE
                   WS-PRIOR-RUN-DATE DELIMITED BY SIZE
                   " INCOMPLETE ON JOBFLOW.DAT - RERUN IT FIRST"
                   DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               END-STRING
               PERFORM 9000-REFUSE-ROLL
           END-IF.

       1350-NOTE-LAST-DISP.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               IF WS-STEP-PROGRAM(WS-S) = JF-STEP-NAME
                   MOVE JF-DISPOSITION TO WS-STEP-LAST-DISP(WS-S)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * The calendar is in date order; the first business day after
      * the night being rolled off is the new run date. Business days
      * left beyond it are counted so the calendar is extended well
      * before the roll runs out of days.
       2000-FIND-NEXT-BUSINESS-DAY.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
               IF WS-CAL-DATE(WS-C) > WS-PRIOR-RUN-DATE
                  AND WS-CAL-TYPE(WS-C) = "B"
                   IF WS-NEXT = 0
                       MOVE WS-C TO WS-NEXT
                   ELSE
                       ADD 1 TO WS-DAYS-LEFT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NEXT = 0
               MOVE "NO BUSINESS DAY ON SHOP CALENDAR AFTER RUN DATE"
                   TO WS-REFUSE-TEXT
               PERFORM 9000-REFUSE-ROLL
           END-IF
           MOVE WS-CAL-DATE(WS-NEXT) TO WS-NEW-RUN-DATE
           COMPUTE WS-GAP-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEW-RUN-DATE-N)
               - FUNCTION INTEGER-OF-DATE(WS-PRIOR-RUN-DATE-N)
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C >= WS-NEXT
               IF WS-CAL-DATE(WS-C) > WS-PRIOR-RUN-DATE
                  AND WS-CAL-TYPE(WS-C) = "H"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "HOLIDAY STEPPED OVER       : "
                       DELIMITED BY SIZE
                       WS-CAL-DATE(WS-C) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CAL-DESC(WS-C) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

       3000-WRITE-CONTROL-DECK.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSE-TEXT
               STRING "CONTROL FILE REWRITE ERROR STATUS="
                   DELIMITED BY SIZE
                   WS-CONTROL-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSE-TEXT
               END-STRING
               PERFORM 9000-REFUSE-ROLL
           END-IF
           MOVE "-- CONTROL DECK PRODUCED --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DECK-COUNT
               MOVE WS-DECK-ENTRY(WS-D) TO WS-CONTROL-RECORD
               MOVE WS-NEW-RUN-DATE TO WS-CTL-RUN-DATE
               MOVE WS-CONTROL-RECORD TO WS-DECK-ENTRY(WS-D)
               WRITE CONTROL-FILE-RECORD FROM WS-CONTROL-RECORD
               WRITE REPORT-FILE-RECORD FROM WS-CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2.

      * A card that cannot be written does not undo the roll; the
      * deck is already good for tonight, so it is reported only.
       4000-WRITE-BUSINESS-DATE.
           MOVE WS-NEW-RUN-DATE TO BDY-RUN-DATE
           MOVE WS-PRIOR-RUN-DATE TO BDY-PRIOR-RUN-DATE
           MOVE WS-CAL-DOW(WS-NEXT) TO BDY-DAY-OF-WEEK
           IF WS-CAL-MONTH-END-SW(WS-NEXT) = "Y" OR "P"
               MOVE "Y" TO BDY-MONTH-END-SW
           ELSE
               MOVE "N" TO BDY-MONTH-END-SW
           END-IF
           MOVE WS-NEW-RUN-DATE(1:6) TO BDY-PERIOD
           IF WS-GAP-DAYS > 999
               MOVE 999 TO BDY-CALENDAR-DAYS
           ELSE
               MOVE WS-GAP-DAYS TO BDY-CALENDAR-DAYS
           END-IF
           OPEN OUTPUT BUSINESS-DATE-FILE
           IF WS-BUSDATE-FILE-STATUS = "00"
               WRITE BUSINESS-DATE-FILE-RECORD
                   FROM WS-BUSINESS-DATE-RECORD
               CLOSE BUSINESS-DATE-FILE
           ELSE
               DISPLAY "CALROLL: BUSDATE.DAT OPEN ERROR STATUS="
                   WS-BUSDATE-FILE-STATUS " - CARD NOT WRITTEN"
               MOVE "BUSINESS RUN-DATE CARD NOT WRITTEN"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NEW RUN DATE               : " DELIMITED BY SIZE
               WS-NEW-RUN-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-GAP-DAYS TO WS-EDIT-9
           STRING "CALENDAR DAYS ROLLED       : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF BDY-MONTH-END
               STRING "PERIOD CLOSE               : PERIOD "
                   DELIMITED BY SIZE
                   BDY-PERIOD DELIMITED BY SIZE
                   " CLOSES TONIGHT" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               DISPLAY "CALROLL: PERIOD " BDY-PERIOD " CLOSES TONIGHT"
           ELSE
               MOVE "PERIOD CLOSE               : NO"
                   TO WS-REPORT-LINE
           END-IF
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DECK-COUNT TO WS-EDIT-9
           STRING "CONTROL RECORDS ROLLED     : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DAYS-LEFT TO WS-EDIT-9
           STRING "BUSINESS DAYS LEFT ON FILE : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           IF WS-DAYS-LEFT < WS-CAL-WARN-DAYS
               MOVE "SHOP CALENDAR RUNNING OUT - GENERATE NEXT YEAR"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               DISPLAY "CALROLL: SHOP CALENDAR RUNNING OUT, "
                   WS-DAYS-LEFT " BUSINESS DAYS LEFT"
           END-IF
           DISPLAY "CALROLL: CONTROL DECK ROLLED FROM "
               WS-PRIOR-RUN-DATE " TO " WS-NEW-RUN-DATE.

      * Every refusal leaves CONTROL.DAT as it was found and ends
      * the step with return code 8, so the chain is not started on
      * a deck that has not been rolled.
       9000-REFUSE-ROLL.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ROLL REFUSED - " DELIMITED BY SIZE
               WS-REFUSE-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE "CONTROL DECK LEFT UNCHANGED" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "CALROLL: ROLL REFUSED - "
               FUNCTION TRIM(WS-REFUSE-TEXT, TRAILING)
           MOVE 8 TO RETURN-CODE
           STOP RUN.
