      * AoC Day03 Nightly Job-Chain Operator Console
      * Interactive console over the nightly job chain, so a failed
      * night is looked at and steered from one screen instead of by
      * reading JOBFLOW.DAT and editing JOBCHAIN.TBL before a rerun.
      * The operator signs on with an ID from the console authority
      * file (CONSOLE.AUT, WSOPER) and is shown every step in
      * JOBCHAIN.TBL for the control deck's run date: its last
      * disposition on JOBFLOW.DAT, the return code and the start and
      * end times of its last timed run, and who last intervened on
      * it. Commands, keyed on the command line with the step's
      * sequence (SQ):
      *   L  list the step's run log messages (RUNLOG.DAT) from its
      *      runs tonight, a page at a time
      *   F  force the step complete - the next chain run skips it
      *      as complete
      *   B  bypass the step - the next chain run passes it by, not
      *      run, and carries on with the steps after it
      *   R  re-run the step - the next chain run runs it again
      *      although it completed
      *   Q  end the session; an empty command refreshes the screen
      * F, B and R need intervene authority (I) and a reason, and are
      * confirmed with Y before anything is written. Each is appended
      * to JOBFLOW.DAT as its own flow record for the step (WSJFLW:
      * disposition X, B or R with the time, the operator and the
      * reason) for jobchain to act on, and logged to the run log
      * (AOC0035); intvrpt lists them for the shift supervisor. A
      * step is only steered the way its state allows: a step that
      * is complete cannot be forced complete, a step that is
      * complete or bypassed cannot be bypassed, and a step that has
      * not completed runs on the next chain run anyway, so it is not
      * sent back for a re-run.
      * Return codes: 8 = control, step table or authority file
      * unusable, or sign-on refused, 0 = session ended normally.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. chaincon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT STEP-TABLE-FILE ASSIGN TO "JOBCHAIN.TBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TABLE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "CONSOLE.AUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT JOB-FLOW-FILE ASSIGN TO "JOBFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FLOW-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD         PIC X(80).

       FD  STEP-TABLE-FILE.
       01  STEP-TABLE-FILE-RECORD      PIC X(80).

       FD  OPERATOR-FILE.
       01  OPERATOR-FILE-RECORD        PIC X(80).

       FD  JOB-FLOW-FILE.
       01  JOB-FLOW-FILE-RECORD        PIC X(80).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-RECORD         PIC X(134).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-STEP-TABLE-STATUS        PIC XX VALUE SPACES.
       01  WS-OPERATOR-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-JOB-FLOW-STATUS          PIC XX VALUE SPACES.
       01  WS-LOG-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-TBL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-TBL-EOF                      VALUE 'Y'.
       01  WS-OPR-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-OPR-EOF                      VALUE 'Y'.
       01  WS-FLOW-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-FLOW-EOF                     VALUE 'Y'.
       01  WS-LOG-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-LOG-EOF                      VALUE 'Y'.
       01  WS-SIGNED-ON-SW             PIC X(1) VALUE 'N'.
           88  WS-SIGNED-ON                    VALUE 'Y'.
       01  WS-SESSION-DONE-SW          PIC X(1) VALUE 'N'.
           88  WS-SESSION-DONE                 VALUE 'Y'.
       01  WS-LOG-DONE-SW              PIC X(1) VALUE 'N'.
           88  WS-LOG-DONE                     VALUE 'Y'.
       01  WS-LOG-TRUNC-SW             PIC X(1) VALUE 'N'.
           88  WS-LOG-TRUNCATED                VALUE 'Y'.

           COPY WSCTRL.

           COPY WSJTBL.
           COPY WSJFLW.
           COPY WSOPER.
           COPY WSLOGR.
           COPY WSRLOG.

      * -- Operators allowed to sign on, from CONSOLE.AUT.
       01  WS-MAX-OPR-ENTRIES          PIC 9(3) VALUE 100.
       01  WS-OPR-COUNT                PIC 9(3) VALUE 0.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID            PIC X(8).
               10  WS-OPR-AUTHORITY     PIC X(1).
       01  WS-O                        PIC 9(3).
       01  WS-FOUND-OPR                PIC 9(3).

      * -- The chain steps, in step-table order, and where each
      * -- stands tonight.
       01  WS-MAX-STEP-ENTRIES         PIC 9(2) VALUE 20.
       01  WS-STEP-COUNT               PIC 9(2) VALUE 0.
       01  WS-STEP-LIST.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STEP-SEQ          PIC 9(2).
               10  WS-STEP-PROGRAM      PIC X(8).
               10  WS-STEP-LAST-DISP    PIC X(1).
               10  WS-STEP-LAST-RC      PIC 9(4).
               10  WS-STEP-START-TS     PIC X(14).
               10  WS-STEP-STOP-TS      PIC X(14).
               10  WS-STEP-FIRST-START  PIC X(14).
               10  WS-STEP-LAST-STOP    PIC X(14).
               10  WS-STEP-INTV-OPER    PIC X(8).
       01  WS-S                        PIC 9(2).
       01  WS-FOUND-STEP               PIC 9(2).

       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-AUTHORITY       PIC X(1) VALUE SPACE.
           88  WS-MAY-INTERVENE                VALUE "I".
       01  WS-SIGNON-TRIES             PIC 9(1) VALUE 0.
       01  WS-MAX-SIGNON-TRIES         PIC 9(1) VALUE 3.

      * -- Fields keyed on the screens.
       01  WS-SIGNON-ID                PIC X(8) VALUE SPACES.
       01  WS-CMD-CODE                 PIC X(1) VALUE SPACE.
       01  WS-CMD-SEQ                  PIC X(2) VALUE SPACES.
       01  WS-CMD-SEQ-NUM REDEFINES WS-CMD-SEQ
                                       PIC 9(2).
       01  WS-CMD-REASON               PIC X(26) VALUE SPACES.

      * -- An intervention keyed and waiting for the operator's Y,
      * -- with the step's disposition when it was keyed.
       01  WS-PENDING-ACTION           PIC X(1) VALUE SPACE.
           88  WS-NOTHING-PENDING              VALUE SPACE.
       01  WS-PENDING-STEP             PIC 9(2) VALUE 0.
       01  WS-PENDING-DISP             PIC X(1) VALUE SPACE.
       01  WS-PENDING-REASON           PIC X(26) VALUE SPACES.

      * -- Disposition and action wording.
       01  WS-DISP-CODE                PIC X(1).
           88  WS-DISP-COMPLETE                VALUE "C" "S" "X".
           88  WS-DISP-PASSED                  VALUE "C" "S" "X" "B".
       01  WS-DISP-TEXT                PIC X(18).
       01  WS-ACTION-CODE              PIC X(1).
       01  WS-ACTION-TEXT              PIC X(14).

      * -- What the screens show.
       01  WS-PROMPT-TEXT              PIC X(20) VALUE SPACES.
       01  WS-SCREEN-HEADING           PIC X(79) VALUE SPACES.
       01  WS-MESSAGE-TEXT             PIC X(79) VALUE SPACES.
       01  WS-BODY.
           05  WS-BODY-LINE OCCURS 20 TIMES
                                        PIC X(79).
       01  WS-BODY-LINES               PIC 9(2) VALUE 20.
       01  WS-B                        PIC 9(2).

       01  WS-STEP-HEADING.
           05  FILLER                   PIC X(12) VALUE
               "SQ STEP     ".
           05  FILLER                   PIC X(19) VALUE
               "DISPOSITION".
           05  FILLER                   PIC X(6) VALUE
               "  RC".
           05  FILLER                   PIC X(15) VALUE
               "STARTED".
           05  FILLER                   PIC X(15) VALUE
               "ENDED".
           05  FILLER                   PIC X(12) VALUE
               "INTERVENED".
       01  WS-STEP-LINE.
           05  WS-SL-SEQ                PIC 9(2).
           05  FILLER                   PIC X(1).
           05  WS-SL-STEP               PIC X(8).
           05  FILLER                   PIC X(1).
           05  WS-SL-DISP               PIC X(18).
           05  FILLER                   PIC X(1).
           05  WS-SL-RC                 PIC ZZZ9.
           05  FILLER                   PIC X(2).
           05  WS-SL-START              PIC X(14).
           05  FILLER                   PIC X(1).
           05  WS-SL-STOP               PIC X(14).
           05  FILLER                   PIC X(1).
           05  WS-SL-OPER               PIC X(8).
           05  FILLER                   PIC X(4).

      * -- The step's run log messages, kept for paging. When a step
      * -- logged more than the buffer holds, the oldest are shifted
      * -- out so the latest WS-MAX-LOG-LINES are kept.
       01  WS-MAX-LOG-LINES            PIC 9(3) VALUE 500.
       01  WS-LOG-COUNT                PIC 9(3) VALUE 0.
       01  WS-LOG-BUFFER.
           05  WS-LOG-LINE-DATA OCCURS 500 TIMES
                                        PIC X(79).
       01  WS-L                        PIC 9(3).
       01  WS-LOG-TOP                  PIC 9(3).
       01  WS-LOG-BOTTOM               PIC 9(3).
       01  WS-LOG-LINE.
           05  WS-LL-TS                 PIC X(14).
           05  FILLER                   PIC X(1).
           05  WS-LL-SEVERITY           PIC X(1).
           05  FILLER                   PIC X(1).
           05  WS-LL-CODE               PIC X(7).
           05  FILLER                   PIC X(1).
           05  WS-LL-TEXT               PIC X(54).

      * -- Timestamp YYYYMMDDHHMMSS shown as MM/DD HH:MM:SS.
       01  WS-TS                       PIC X(14).
       01  WS-TS-PARTS REDEFINES WS-TS.
           05  WS-TS-YYYY               PIC X(4).
           05  WS-TS-MM                 PIC X(2).
           05  WS-TS-DD                 PIC X(2).
           05  WS-TS-HH                 PIC X(2).
           05  WS-TS-MI                 PIC X(2).
           05  WS-TS-SS                 PIC X(2).
       01  WS-TS-TEXT                  PIC X(14).

       01  WS-EDIT-3                   PIC ZZ9.
       01  WS-EDIT-3B                  PIC ZZ9.
       01  WS-EDIT-3C                  PIC ZZ9.

       SCREEN SECTION.
       01  SCR-SIGNON.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CHAINCON  NIGHTLY JOB CHAIN CONSOLE".
           05  LINE 3 COLUMN 1 VALUE "RUN DATE".
           05  LINE 3 COLUMN 14 PIC X(8) FROM WS-RUN-DATE.
           05  LINE 5 COLUMN 1 VALUE "OPERATOR ID".
           05  LINE 5 COLUMN 14 PIC X(8) USING WS-SIGNON-ID
               UNDERLINE.
           05  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGE-TEXT.

       01  SCR-FRAME.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
               VALUE "CHAINCON  NIGHTLY JOB CHAIN CONSOLE".
           05  LINE 1 COLUMN 46 VALUE "RUN DATE".
           05  LINE 1 COLUMN 55 PIC X(8) FROM WS-RUN-DATE.
           05  LINE 1 COLUMN 65 VALUE "OPER".
           05  LINE 1 COLUMN 70 PIC X(8) FROM WS-OPERATOR-ID.
           05  LINE 2 COLUMN 1 PIC X(79) FROM WS-SCREEN-HEADING.
           05  LINE 3 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(1).
           05  LINE 4 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(2).
           05  LINE 5 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(3).
           05  LINE 6 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(4).
           05  LINE 7 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(5).
           05  LINE 8 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(6).
           05  LINE 9 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(7).
           05  LINE 10 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(8).
           05  LINE 11 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(9).
           05  LINE 12 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(10).
           05  LINE 13 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(11).
           05  LINE 14 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(12).
           05  LINE 15 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(13).
           05  LINE 16 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(14).
           05  LINE 17 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(15).
           05  LINE 18 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(16).
           05  LINE 19 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(17).
           05  LINE 20 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(18).
           05  LINE 21 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(19).
           05  LINE 22 COLUMN 1 PIC X(79) FROM WS-BODY-LINE(20).
           05  LINE 24 COLUMN 1 PIC X(79) FROM WS-MESSAGE-TEXT.

       01  SCR-STEP-COMMAND.
           05  LINE 23 COLUMN 1 PIC X(20) FROM WS-PROMPT-TEXT.
           05  LINE 23 COLUMN 22 PIC X(1) USING WS-CMD-CODE
               UNDERLINE.
           05  LINE 23 COLUMN 25 VALUE "SQ".
           05  LINE 23 COLUMN 28 PIC X(2) USING WS-CMD-SEQ
               UNDERLINE.
           05  LINE 23 COLUMN 32 VALUE "REASON".
           05  LINE 23 COLUMN 39 PIC X(26) USING WS-CMD-REASON
               UNDERLINE.

       01  SCR-LOG-COMMAND.
           05  LINE 23 COLUMN 1
               VALUE "N NEXT  P PREVIOUS  X BACK TO THE CHAIN".
           05  LINE 23 COLUMN 42 PIC X(1) USING WS-CMD-CODE
               UNDERLINE.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "chaincon" TO LOG-PROGRAM-ID
           PERFORM 1000-READ-CONTROL
           PERFORM 1100-LOAD-STEP-TABLE
           PERFORM 1200-LOAD-OPERATORS
           PERFORM 2000-SIGN-ON
           PERFORM 3000-LOAD-FLOW
           PERFORM UNTIL WS-SESSION-DONE
               PERFORM 4000-BUILD-STEP-LINES
               PERFORM 9010-SHOW-STEPS
               MOVE SPACES TO WS-MESSAGE-TEXT
               PERFORM 5000-DO-STEP-COMMAND
           END-PERFORM
           STOP RUN.

      * Tonight is the control deck's run date, the night jobchain
      * runs or resumes next.
       1000-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CHAINCON: CONTROL FILE OPEN ERROR STATUS="
                   WS-CONTROL-FILE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE INTO WS-CONTROL-RECORD
               AT END
                   DISPLAY "CHAINCON: MISSING CONTROL.DAT - ABORT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CONTROL-FILE
           MOVE WS-CTL-RUN-DATE TO WS-RUN-DATE.

       1100-LOAD-STEP-TABLE.
           OPEN INPUT STEP-TABLE-FILE
           IF WS-STEP-TABLE-STATUS NOT = "00"
               DISPLAY "CHAINCON: JOBCHAIN.TBL OPEN ERROR STATUS="
                   WS-STEP-TABLE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TBL-EOF
               READ STEP-TABLE-FILE INTO WS-STEP-TABLE-RECORD
                   AT END
                       SET WS-TBL-EOF TO TRUE
                   NOT AT END
                       IF WS-STEP-TABLE-RECORD NOT = SPACES
                          AND NOT STP-DEADLINE-RECORD
                           PERFORM 1150-ADD-STEP-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STEP-TABLE-FILE
           IF WS-STEP-COUNT = 0
               DISPLAY "CHAINCON: EMPTY STEP TABLE - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-ADD-STEP-ENTRY.
           IF WS-STEP-COUNT >= WS-MAX-STEP-ENTRIES
               DISPLAY "CHAINCON: STEP TABLE EXCEEDS MAX "
                   WS-MAX-STEP-ENTRIES " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF STP-SEQ NOT NUMERIC OR STP-PROGRAM = SPACES
               DISPLAY "CHAINCON: BAD STEP TABLE RECORD - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-STEP-COUNT
           MOVE STP-SEQ TO WS-STEP-SEQ(WS-STEP-COUNT)
           MOVE STP-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-COUNT).

      * An entry without an ID or with an authority other than V or
      * I gives nobody access; it is reported and passed by.
       1200-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "CHAINCON: CONSOLE.AUT OPEN ERROR STATUS="
                   WS-OPERATOR-FILE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OPR-EOF
               READ OPERATOR-FILE INTO WS-OPERATOR-RECORD
                   AT END
                       SET WS-OPR-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-OPERATOR-RECORD = SPACES
                               CONTINUE
                           WHEN OPR-ID = SPACES
                             OR NOT (OPR-VIEW-ONLY OR OPR-MAY-INTERVENE)
                               DISPLAY "CHAINCON: BAD CONSOLE.AUT "
                                   "RECORD '" OPR-ID "' - IGNORED"
                           WHEN OTHER
                               PERFORM 1250-ADD-OPERATOR-ENTRY
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF WS-OPR-COUNT = 0
               DISPLAY "CHAINCON: NO OPERATORS ON CONSOLE.AUT - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-ADD-OPERATOR-ENTRY.
           IF WS-OPR-COUNT >= WS-MAX-OPR-ENTRIES
               DISPLAY "CHAINCON: CONSOLE.AUT EXCEEDS MAX "
                   WS-MAX-OPR-ENTRIES " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPR-COUNT
           MOVE FUNCTION UPPER-CASE(OPR-ID) TO WS-OPR-ID(WS-OPR-COUNT)
           MOVE OPR-AUTHORITY TO WS-OPR-AUTHORITY(WS-OPR-COUNT).

      * Three IDs not on the authority file end the session.
       2000-SIGN-ON.
           MOVE "KEY YOUR OPERATOR ID" TO WS-MESSAGE-TEXT
           PERFORM UNTIL WS-SIGNED-ON
               MOVE SPACES TO WS-SIGNON-ID
               PERFORM 9000-SHOW-SIGNON
               MOVE FUNCTION UPPER-CASE(WS-SIGNON-ID) TO WS-SIGNON-ID
               PERFORM 2100-CHECK-OPERATOR
           END-PERFORM.

       2100-CHECK-OPERATOR.
           MOVE 0 TO WS-FOUND-OPR
           IF WS-SIGNON-ID NOT = SPACES
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > WS-OPR-COUNT
                   IF WS-OPR-ID(WS-O) = WS-SIGNON-ID
                       MOVE WS-O TO WS-FOUND-OPR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-OPR > 0
               SET WS-SIGNED-ON TO TRUE
               MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
               MOVE WS-OPR-AUTHORITY(WS-FOUND-OPR)
                   TO WS-OPERATOR-AUTHORITY
               IF WS-MAY-INTERVENE
                   MOVE "SIGNED ON - VIEW AND INTERVENE"
                       TO WS-MESSAGE-TEXT
               ELSE
                   MOVE "SIGNED ON - VIEW ONLY" TO WS-MESSAGE-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-SIGNON-TRIES
               IF WS-SIGNON-TRIES >= WS-MAX-SIGNON-TRIES
                   DISPLAY "CHAINCON: SIGN-ON REFUSED - SESSION ENDED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "OPERATOR ID NOT AUTHORIZED FOR THE CHAIN CONSOLE"
                   TO WS-MESSAGE-TEXT
           END-IF.

      * Read again on every refresh and after every intervention, so
      * the screen shows what the chain itself will read back.
       3000-LOAD-FLOW.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               MOVE SPACE TO WS-STEP-LAST-DISP(WS-S)
               MOVE 0 TO WS-STEP-LAST-RC(WS-S)
               MOVE SPACES TO WS-STEP-START-TS(WS-S)
               MOVE SPACES TO WS-STEP-STOP-TS(WS-S)
               MOVE SPACES TO WS-STEP-FIRST-START(WS-S)
               MOVE SPACES TO WS-STEP-LAST-STOP(WS-S)
               MOVE SPACES TO WS-STEP-INTV-OPER(WS-S)
           END-PERFORM
           MOVE 'N' TO WS-FLOW-EOF-SW
           OPEN INPUT JOB-FLOW-FILE
           IF WS-JOB-FLOW-STATUS = "00"
               PERFORM UNTIL WS-FLOW-EOF
                   READ JOB-FLOW-FILE INTO WS-JOB-FLOW-RECORD
                       AT END
                           SET WS-FLOW-EOF TO TRUE
                       NOT AT END
                           IF JF-RUN-DATE = WS-RUN-DATE
                               PERFORM 3100-POST-FLOW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-FLOW-FILE
           END-IF.

      * The last record for the step sets its disposition, the way
      * jobchain reads the flow back. The return code and times are
      * those of its last timed (complete or failed) run, and its run
      * log window spans every timed run it had tonight.
       3100-POST-FLOW-RECORD.
           MOVE 0 TO WS-FOUND-STEP
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               IF WS-STEP-PROGRAM(WS-S) = JF-STEP-NAME
                   MOVE WS-S TO WS-FOUND-STEP
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-FOUND-STEP > 0
               MOVE WS-FOUND-STEP TO WS-S
               MOVE JF-DISPOSITION TO WS-STEP-LAST-DISP(WS-S)
               EVALUATE TRUE
                   WHEN JF-COMPLETE OR JF-FAILED
                       MOVE JF-RETURN-CODE TO WS-STEP-LAST-RC(WS-S)
                       MOVE JF-START-TS TO WS-STEP-START-TS(WS-S)
                       MOVE JF-STOP-TS TO WS-STEP-STOP-TS(WS-S)
                       IF WS-STEP-FIRST-START(WS-S) = SPACES
                          OR JF-START-TS < WS-STEP-FIRST-START(WS-S)
                           MOVE JF-START-TS
                               TO WS-STEP-FIRST-START(WS-S)
                       END-IF
                       IF WS-STEP-LAST-STOP(WS-S) = SPACES
                          OR JF-STOP-TS > WS-STEP-LAST-STOP(WS-S)
                           MOVE JF-STOP-TS TO WS-STEP-LAST-STOP(WS-S)
                       END-IF
                   WHEN JF-FORCED-COMPLETE OR JF-BYPASSED
                     OR JF-RERUN-REQUESTED
                       IF JF-OPERATOR NOT = SPACES
                           MOVE JF-OPERATOR
                               TO WS-STEP-INTV-OPER(WS-S)
                       END-IF
               END-EVALUATE
           END-IF.

       4000-BUILD-STEP-LINES.
           MOVE WS-STEP-HEADING TO WS-SCREEN-HEADING
           MOVE SPACES TO WS-BODY
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-STEP-COUNT
               MOVE SPACES TO WS-STEP-LINE
               MOVE WS-STEP-SEQ(WS-S) TO WS-SL-SEQ
               MOVE WS-STEP-PROGRAM(WS-S) TO WS-SL-STEP
               MOVE WS-STEP-LAST-DISP(WS-S) TO WS-DISP-CODE
               PERFORM 8100-DISPOSITION-TEXT
               MOVE WS-DISP-TEXT TO WS-SL-DISP
               IF WS-STEP-START-TS(WS-S) NOT = SPACES
                   MOVE WS-STEP-LAST-RC(WS-S) TO WS-SL-RC
               END-IF
               MOVE WS-STEP-START-TS(WS-S) TO WS-TS
               PERFORM 8000-FORMAT-TS
               MOVE WS-TS-TEXT TO WS-SL-START
               MOVE WS-STEP-STOP-TS(WS-S) TO WS-TS
               PERFORM 8000-FORMAT-TS
               MOVE WS-TS-TEXT TO WS-SL-STOP
               MOVE WS-STEP-INTV-OPER(WS-S) TO WS-SL-OPER
               MOVE WS-STEP-LINE TO WS-BODY-LINE(WS-S)
           END-PERFORM.

       5000-DO-STEP-COMMAND.
           MOVE FUNCTION UPPER-CASE(WS-CMD-CODE) TO WS-CMD-CODE
           IF NOT WS-NOTHING-PENDING
               PERFORM 6000-CONFIRM-INTERVENTION
           ELSE
               EVALUATE WS-CMD-CODE
                   WHEN SPACE
                       PERFORM 3000-LOAD-FLOW
                   WHEN "Q"
                       SET WS-SESSION-DONE TO TRUE
                   WHEN "L"
                       PERFORM 5100-FIND-KEYED-STEP
                       IF WS-FOUND-STEP > 0
                           PERFORM 7000-BROWSE-STEP-LOG
                       END-IF
                   WHEN "F"
                   WHEN "B"
                   WHEN "R"
                       PERFORM 5200-CHECK-INTERVENTION
                   WHEN OTHER
                       MOVE "UNKNOWN COMMAND - USE L, F, B, R OR Q"
                           TO WS-MESSAGE-TEXT
               END-EVALUATE
           END-IF.

      * The sequence may be keyed as one digit or two.
       5100-FIND-KEYED-STEP.
           MOVE 0 TO WS-FOUND-STEP
           IF WS-CMD-SEQ(2:1) = SPACE AND WS-CMD-SEQ(1:1) NOT = SPACE
               MOVE WS-CMD-SEQ(1:1) TO WS-CMD-SEQ(2:1)
               MOVE "0" TO WS-CMD-SEQ(1:1)
           END-IF
           IF WS-CMD-SEQ NOT NUMERIC
               MOVE "KEY THE SEQUENCE (SQ) OF THE STEP"
                   TO WS-MESSAGE-TEXT
           ELSE
               PERFORM VARYING WS-S FROM 1 BY 1
                       UNTIL WS-S > WS-STEP-COUNT
                   IF WS-STEP-SEQ(WS-S) = WS-CMD-SEQ-NUM
                       MOVE WS-S TO WS-FOUND-STEP
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND-STEP = 0
                   MOVE SPACES TO WS-MESSAGE-TEXT
                   STRING "NO STEP " DELIMITED BY SIZE
                       WS-CMD-SEQ DELIMITED BY SIZE
                       " IN THE CHAIN" DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                   END-STRING
               END-IF
           END-IF.

      * An intervention is held for the operator's Y only when the
      * operator may intervene, the step's state allows it and a
      * reason has been given.
       5200-CHECK-INTERVENTION.
           IF NOT WS-MAY-INTERVENE
               MOVE "NOT AUTHORIZED - VIEW ONLY OPERATOR"
                   TO WS-MESSAGE-TEXT
           ELSE
               PERFORM 5100-FIND-KEYED-STEP
               IF WS-FOUND-STEP > 0
                   PERFORM 5300-CHECK-STEP-STATE
               END-IF
           END-IF.

       5300-CHECK-STEP-STATE.
           MOVE WS-FOUND-STEP TO WS-S
           MOVE WS-STEP-LAST-DISP(WS-S) TO WS-DISP-CODE
           PERFORM 8100-DISPOSITION-TEXT
           MOVE WS-CMD-CODE TO WS-ACTION-CODE
           PERFORM 8200-ACTION-TEXT
           MOVE SPACES TO WS-MESSAGE-TEXT
           EVALUATE TRUE
               WHEN WS-CMD-CODE = "F" AND WS-DISP-COMPLETE
                   STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
                       " IS ALREADY " DELIMITED BY SIZE
                       WS-DISP-TEXT DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                   END-STRING
               WHEN WS-CMD-CODE = "B" AND WS-DISP-PASSED
                   STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
                       " IS ALREADY " DELIMITED BY SIZE
                       WS-DISP-TEXT DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                   END-STRING
               WHEN WS-CMD-CODE = "R" AND NOT WS-DISP-PASSED
                   STRING "STEP " DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
                       " IS " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-DISP-TEXT) DELIMITED BY SIZE
                       " - IT RUNS ON THE NEXT CHAIN RUN ANYWAY"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                   END-STRING
               WHEN WS-CMD-REASON = SPACES
                   MOVE "A REASON IS REQUIRED FOR AN INTERVENTION"
                       TO WS-MESSAGE-TEXT
               WHEN OTHER
                   MOVE WS-CMD-CODE TO WS-PENDING-ACTION
                   MOVE WS-S TO WS-PENDING-STEP
                   MOVE WS-DISP-CODE TO WS-PENDING-DISP
                   MOVE WS-CMD-REASON TO WS-PENDING-REASON
                   STRING FUNCTION TRIM(WS-ACTION-TEXT)
                       DELIMITED BY SIZE
                       " STEP " DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
                       " - KEY Y TO CONFIRM, ANYTHING ELSE CANCELS"
                       DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                   END-STRING
           END-EVALUATE.

       6000-CONFIRM-INTERVENTION.
           IF WS-CMD-CODE = "Y"
               PERFORM 6100-RECORD-INTERVENTION
           ELSE
               MOVE "INTERVENTION CANCELLED - NOTHING RECORDED"
                   TO WS-MESSAGE-TEXT
           END-IF
           MOVE SPACE TO WS-PENDING-ACTION.

      * The flow is read again first; if the chain has moved the
      * step on since the intervention was keyed, nothing is written
      * and the operator looks again.
       6100-RECORD-INTERVENTION.
           PERFORM 3000-LOAD-FLOW
           MOVE WS-PENDING-STEP TO WS-S
           MOVE WS-PENDING-ACTION TO WS-ACTION-CODE
           PERFORM 8200-ACTION-TEXT
           IF WS-STEP-LAST-DISP(WS-S) NOT = WS-PENDING-DISP
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING "STEP " DELIMITED BY SIZE
                   WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
                   " CHANGED SINCE KEYED - NOTHING RECORDED"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               END-STRING
           ELSE
               MOVE SPACES TO WS-JOB-FLOW-RECORD
               MOVE WS-RUN-DATE TO JF-RUN-DATE
               MOVE WS-STEP-PROGRAM(WS-S) TO JF-STEP-NAME
               MOVE FUNCTION CURRENT-DATE(1:14) TO JF-START-TS
               MOVE WS-OPERATOR-ID TO JF-OPERATOR
               MOVE WS-STEP-LAST-RC(WS-S) TO JF-RETURN-CODE
               EVALUATE WS-PENDING-ACTION
                   WHEN "F"
                       SET JF-FORCED-COMPLETE TO TRUE
                   WHEN "B"
                       SET JF-BYPASSED TO TRUE
                   WHEN "R"
                       SET JF-RERUN-REQUESTED TO TRUE
               END-EVALUATE
               MOVE WS-PENDING-REASON TO JF-REASON
               PERFORM 6200-APPEND-FLOW-RECORD
               IF WS-JOB-FLOW-STATUS = "00"
                   PERFORM 6300-LOG-INTERVENTION
                   PERFORM 3000-LOAD-FLOW
                   MOVE SPACES TO WS-CMD-SEQ
                   MOVE SPACES TO WS-CMD-REASON
                   MOVE SPACES TO WS-MESSAGE-TEXT
                   STRING FUNCTION TRIM(WS-ACTION-TEXT)
                       DELIMITED BY SIZE
                       " STEP " DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
                       " RECORDED ON JOBFLOW.DAT" DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                   END-STRING
               END-IF
           END-IF.

       6200-APPEND-FLOW-RECORD.
           OPEN EXTEND JOB-FLOW-FILE
           IF WS-JOB-FLOW-STATUS NOT = "00"
               OPEN OUTPUT JOB-FLOW-FILE
           END-IF
           IF WS-JOB-FLOW-STATUS = "00"
               WRITE JOB-FLOW-FILE-RECORD FROM WS-JOB-FLOW-RECORD
               CLOSE JOB-FLOW-FILE
           ELSE
               MOVE SPACES TO WS-MESSAGE-TEXT
               STRING "JOBFLOW.DAT OPEN ERROR STATUS=" DELIMITED BY SIZE
                   WS-JOB-FLOW-STATUS DELIMITED BY SIZE
                   " - NOTHING RECORDED" DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               END-STRING
           END-IF.

       6300-LOG-INTERVENTION.
           MOVE "I" TO LOG-SEVERITY
           MOVE "AOC0035" TO LOG-MESSAGE-CODE
           MOVE SPACES TO LOG-MESSAGE-TEXT
           STRING "INTERVENTION " DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACTION-TEXT) DELIMITED BY SIZE
               " STEP " DELIMITED BY SIZE
               WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
               " RUN " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PENDING-REASON) DELIMITED BY SIZE
               INTO LOG-MESSAGE-TEXT
           END-STRING
           PERFORM 9100-WRITE-LOG.

      * A step that has not had a timed run tonight has nothing in
      * the run log for this night to show.
       7000-BROWSE-STEP-LOG.
           MOVE WS-FOUND-STEP TO WS-S
           MOVE SPACES TO WS-MESSAGE-TEXT
           IF WS-STEP-FIRST-START(WS-S) = SPACES
               STRING "STEP " DELIMITED BY SIZE
                   WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
                   " HAS NOT RUN TONIGHT - NO RUN LOG TO SHOW"
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE-TEXT
               END-STRING
           ELSE
               PERFORM 7100-LOAD-STEP-LOG
               IF WS-LOG-COUNT = 0
                   STRING "NO RUN LOG MESSAGES FROM STEP "
                       DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
                       " TONIGHT" DELIMITED BY SIZE
                       INTO WS-MESSAGE-TEXT
                   END-STRING
               ELSE
                   IF WS-LOG-TRUNCATED
                       MOVE WS-MAX-LOG-LINES TO WS-EDIT-3
                       STRING "ONLY THE LATEST " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-EDIT-3) DELIMITED BY SIZE
                           " MESSAGES ARE SHOWN" DELIMITED BY SIZE
                           INTO WS-MESSAGE-TEXT
                       END-STRING
                   END-IF
                   MOVE 1 TO WS-LOG-TOP
                   MOVE 'N' TO WS-LOG-DONE-SW
                   PERFORM UNTIL WS-LOG-DONE
                       PERFORM 7200-BUILD-LOG-PAGE
                       PERFORM 9020-SHOW-LOG
                       MOVE SPACES TO WS-MESSAGE-TEXT
                       PERFORM 7300-DO-LOG-COMMAND
                   END-PERFORM
               END-IF
           END-IF.

      * The step's messages are those logged under its program ID
      * between the start of its first timed run tonight and the end
      * of its last.
       7100-LOAD-STEP-LOG.
           MOVE 0 TO WS-LOG-COUNT
           MOVE 'N' TO WS-LOG-TRUNC-SW
           MOVE 'N' TO WS-LOG-EOF-SW
           OPEN INPUT RUN-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF
                   READ RUN-LOG-FILE INTO WS-RUN-LOG-RECORD
                       AT END
                           SET WS-LOG-EOF TO TRUE
                       NOT AT END
                           IF RLOG-PROGRAM-ID = WS-STEP-PROGRAM(WS-S)
                              AND RLOG-TIMESTAMP >=
                                  WS-STEP-FIRST-START(WS-S)
                              AND RLOG-TIMESTAMP <=
                                  WS-STEP-LAST-STOP(WS-S)
                               PERFORM 7150-ADD-LOG-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       7150-ADD-LOG-LINE.
           IF WS-LOG-COUNT >= WS-MAX-LOG-LINES
               SET WS-LOG-TRUNCATED TO TRUE
               PERFORM VARYING WS-L FROM 1 BY 1
                       UNTIL WS-L >= WS-MAX-LOG-LINES
                   MOVE WS-LOG-LINE-DATA(WS-L + 1)
                       TO WS-LOG-LINE-DATA(WS-L)
               END-PERFORM
           ELSE
               ADD 1 TO WS-LOG-COUNT
           END-IF
           MOVE SPACES TO WS-LOG-LINE
           MOVE RLOG-TIMESTAMP TO WS-TS
           PERFORM 8000-FORMAT-TS
           MOVE WS-TS-TEXT TO WS-LL-TS
           MOVE RLOG-SEVERITY TO WS-LL-SEVERITY
           MOVE RLOG-MESSAGE-CODE TO WS-LL-CODE
           MOVE RLOG-MESSAGE-TEXT TO WS-LL-TEXT
           MOVE WS-LOG-LINE TO WS-LOG-LINE-DATA(WS-LOG-COUNT).

       7200-BUILD-LOG-PAGE.
           MOVE SPACES TO WS-BODY
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BODY-LINES
                      OR WS-LOG-TOP + WS-B - 1 > WS-LOG-COUNT
               COMPUTE WS-L = WS-LOG-TOP + WS-B - 1
               MOVE WS-LOG-LINE-DATA(WS-L) TO WS-BODY-LINE(WS-B)
           END-PERFORM
           COMPUTE WS-LOG-BOTTOM = WS-LOG-TOP + WS-BODY-LINES - 1
           IF WS-LOG-BOTTOM > WS-LOG-COUNT
               MOVE WS-LOG-COUNT TO WS-LOG-BOTTOM
           END-IF
           MOVE WS-LOG-TOP TO WS-EDIT-3
           MOVE WS-LOG-BOTTOM TO WS-EDIT-3B
           MOVE WS-LOG-COUNT TO WS-EDIT-3C
           MOVE SPACES TO WS-SCREEN-HEADING
           STRING "TIME           S CODE    MESSAGE - STEP "
               DELIMITED BY SIZE
               WS-STEP-PROGRAM(WS-S) DELIMITED BY SPACE
               " LINES " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-3) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-3B) DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               FUNCTION TRIM(WS-EDIT-3C) DELIMITED BY SIZE
               INTO WS-SCREEN-HEADING
           END-STRING.

       7300-DO-LOG-COMMAND.
           MOVE FUNCTION UPPER-CASE(WS-CMD-CODE) TO WS-CMD-CODE
           EVALUATE WS-CMD-CODE
               WHEN "N"
               WHEN SPACE
                   IF WS-LOG-TOP + WS-BODY-LINES > WS-LOG-COUNT
                       MOVE "LAST PAGE OF THE STEP'S RUN LOG"
                           TO WS-MESSAGE-TEXT
                   ELSE
                       ADD WS-BODY-LINES TO WS-LOG-TOP
                   END-IF
               WHEN "P"
                   IF WS-LOG-TOP = 1
                       MOVE "FIRST PAGE OF THE STEP'S RUN LOG"
                           TO WS-MESSAGE-TEXT
                   ELSE
                       IF WS-LOG-TOP > WS-BODY-LINES
                           SUBTRACT WS-BODY-LINES FROM WS-LOG-TOP
                       ELSE
                           MOVE 1 TO WS-LOG-TOP
                       END-IF
                   END-IF
               WHEN "X"
                   SET WS-LOG-DONE TO TRUE
               WHEN OTHER
                   MOVE "USE N (NEXT), P (PREVIOUS) OR X (BACK)"
                       TO WS-MESSAGE-TEXT
           END-EVALUATE.

       8000-FORMAT-TS.
           MOVE SPACES TO WS-TS-TEXT
           IF WS-TS NOT = SPACES
               STRING WS-TS-MM DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-TS-DD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TS-HH DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-TS-MI DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-TS-SS DELIMITED BY SIZE
                   INTO WS-TS-TEXT
               END-STRING
           END-IF.

       8100-DISPOSITION-TEXT.
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

       8200-ACTION-TEXT.
           EVALUATE WS-ACTION-CODE
               WHEN "F"
                   MOVE "FORCE COMPLETE" TO WS-ACTION-TEXT
               WHEN "B"
                   MOVE "BYPASS" TO WS-ACTION-TEXT
               WHEN "R"
                   MOVE "RE-RUN" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-ACTION-TEXT
           END-EVALUATE.

      * All screen handling is kept to these paragraphs; the rest of
      * the program works only on the fields the screens show and
      * take.
       9000-SHOW-SIGNON.
           DISPLAY SCR-SIGNON
           ACCEPT SCR-SIGNON.

       9010-SHOW-STEPS.
           IF WS-NOTHING-PENDING
               MOVE "COMMAND L F B R Q" TO WS-PROMPT-TEXT
           ELSE
               MOVE "CONFIRM WITH Y" TO WS-PROMPT-TEXT
           END-IF
           MOVE SPACE TO WS-CMD-CODE
           DISPLAY SCR-FRAME
           ACCEPT SCR-STEP-COMMAND.

       9020-SHOW-LOG.
           MOVE SPACE TO WS-CMD-CODE
           DISPLAY SCR-FRAME
           ACCEPT SCR-LOG-COMMAND.

       9100-WRITE-LOG.
           CALL "runlog" USING WS-LOG-REQUEST.
