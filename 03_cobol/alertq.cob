      * AoC Day03 Operator Alert Queue
      * Gathers every condition that needs someone to act into one
      * alert dataset (ALERTS.DAT, WSALRT), takes the operators'
      * acknowledgments and closures against it, and prints the
      * alerts still open past their due time, so the morning shift
      * works one list instead of reading every step's report.
      * Run at the end of the night's processing, before calroll
      * rolls the deck; every pass:
      *   1. collects new alerts from
      *        RUNLOG.DAT  - every E-severity message, and the W
      *                      messages that ask for review: trendrpt
      *                      tolerance alerts (AOC0028) and ackrecon
      *                      confirmed rejects (AOC0029)
      *        JOBFLOW.DAT - every failed (AOC0030, E) or held
      *                      (AOC0031, W) chain step
      *      A run log alert carries the date its message was logged,
      *      a job-flow alert the run date of the step; both carry
      *      the schematic DSN named in the message (DSN=...), or the
      *      deck's DSN when the deck holds only one. A source record
      *      already on the alert dataset is not raised again.
      *   2. applies the acknowledge / close transactions keyed to
      *      ALERTQ.TRN, then empties it.
      *   3. lists every alert not closed whose due time has passed.
      * Transaction record (ALERTQ.TRN), one per line:
      *   col 1     action A = acknowledge, C = close
      *   col 3-9   alert ID, all seven digits
      *   col 11-18 operator ID (required)
      *   col 20-59 comment (required to close)
      * Optional due-time card (ALERTQ.PRM):
      *   col 1-3   hours an E alert may stay open (default 4)
      *   col 5-7   hours a W alert may stay open (default 24)
      * Return codes: 8 = control or alert dataset unusable,
      * 4 = alerts overdue or transactions rejected, 0 = clean.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. alertq.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "ALERTQ.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT JOB-FLOW-FILE ASSIGN TO "JOBFLOW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-FLOW-STATUS.
           SELECT TRAN-FILE ASSIGN TO "ALERTQ.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "ALERTQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD         PIC X(80).

       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(80).

       FD  ALERT-FILE.
       01  ALERT-FILE-RECORD           PIC X(412).

       FD  RUN-LOG-FILE.
       01  RUN-LOG-FILE-RECORD         PIC X(134).

       FD  JOB-FLOW-FILE.
       01  JOB-FLOW-FILE-RECORD        PIC X(80).

       FD  TRAN-FILE.
       01  TRAN-FILE-RECORD            PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-PARM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ALERT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-LOG-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-JOB-FLOW-STATUS          PIC XX VALUE SPACES.
       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-TRANS-READ-SW            PIC X(1) VALUE 'N'.
           88  WS-TRANS-READ                   VALUE 'Y'.

           COPY WSCTRL.
           COPY WSLOGR.
           COPY WSJFLW.
           COPY WSALRT.

       01  WS-PARM-RECORD.
           05  PRM-HOURS-E              PIC 9(3).
           05  FILLER                   PIC X(1).
           05  PRM-HOURS-W              PIC 9(3).
           05  FILLER                   PIC X(73).

       01  WS-ALERT-TRAN-RECORD.
           05  ATR-ACTION               PIC X(1).
           05  FILLER                   PIC X(1).
           05  ATR-ALERT-ID             PIC X(7).
           05  FILLER                   PIC X(1).
           05  ATR-OPERATOR             PIC X(8).
           05  FILLER                   PIC X(1).
           05  ATR-COMMENT              PIC X(40).
           05  FILLER                   PIC X(21).

      * -- The whole alert dataset, loaded up front, worked in
      * -- memory and written back in alert ID order.
       01  WS-ALR-MAX                  PIC 9(5) VALUE 5000.
       01  WS-ALR-COUNT                PIC 9(5) VALUE 0.
       01  WS-ALR-TABLE.
           05  WS-ALR-ENTRY OCCURS 5000 TIMES PIC X(412).

       01  WS-A                        PIC 9(5).
       01  WS-FOUND                    PIC 9(5).
       01  WS-LAST-ID                  PIC 9(7) VALUE 0.
       01  WS-HOURS-E                  PIC 9(3) VALUE 4.
       01  WS-HOURS-W                  PIC 9(3) VALUE 24.
       01  WS-DECK-DSN                 PIC X(48) VALUE SPACES.
       01  WS-DECK-COUNT               PIC 9(3) VALUE 0.
       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-NOW-SECS                 PIC 9(11) VALUE 0.
       01  WS-DUE-SECS                 PIC 9(11) VALUE 0.
       01  WS-OVERDUE-HOURS            PIC 9(5) VALUE 0.
       01  WS-DSN-TALLY                PIC 9(3) VALUE 0.
       01  WS-TEXT-BEFORE-DSN          PIC X(100).
       01  WS-TEXT-FROM-DSN            PIC X(100).
       01  WS-NEW-KEY                  PIC X(64).
      * A run log entry is keyed by its timestamp, program and code
      * plus a hash of its whole text, so two entries alike in their
      * first bytes still raise two alerts.
       01  WS-TEXT-HASH                PIC 9(15).
       01  WS-TEXT-LEN                 PIC 9(3).
       01  WS-TEXT-COL                 PIC 9(3).
       01  WS-HASH-WORK                PIC 9(18).
       01  WS-REJECT-TEXT              PIC X(40).

       01  WS-TS                       PIC X(14).
       01  WS-TS-PARTS REDEFINES WS-TS.
           05  WS-TS-DATE               PIC 9(8).
           05  WS-TS-HH                 PIC 9(2).
           05  WS-TS-MI                 PIC 9(2).
           05  WS-TS-SS                 PIC 9(2).
       01  WS-TS-SECS                  PIC 9(11).
       01  WS-TS-DAYS                  PIC 9(7).
       01  WS-TS-REST                  PIC 9(5).
       01  WS-TS-MIN-REST              PIC 9(5).
       01  WS-TS-OK-SW                 PIC X(1) VALUE 'N'.
           88  WS-TS-OK                        VALUE 'Y'.

       01  WS-RAISED-COUNT             PIC 9(5) VALUE 0.
       01  WS-TRANS-APPLIED            PIC 9(5) VALUE 0.
       01  WS-TRANS-REJECTED           PIC 9(5) VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(5) VALUE 0.
       01  WS-ACKED-COUNT              PIC 9(5) VALUE 0.
       01  WS-CLOSED-COUNT             PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT            PIC 9(5) VALUE 0.

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 OPERATOR ALERT QUEUE AND AGING REPORT".
       01  WS-HEADING-2.
           05  FILLER                  PIC X(47) VALUE
               "ALERT-ID S T PROGRAM  CODE    RUN-DATE DUE-TIME".
           05  FILLER                  PIC X(85) VALUE
               "       OVERDUE   ACK-BY   SCHEMATIC DSN".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP TO WS-TS
           PERFORM 8000-TS-TO-SECS
           MOVE WS-TS-SECS TO WS-NOW-SECS
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           PERFORM 1000-READ-CONTROL
           PERFORM 1100-READ-PARMS
           PERFORM 1200-LOAD-ALERTS
           MOVE "-- ALERTS RAISED --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           PERFORM 2000-COLLECT-RUN-LOG
           PERFORM 2500-COLLECT-JOB-FLOW
           MOVE "-- ACKNOWLEDGMENTS AND CLOSURES --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           PERFORM 3000-APPLY-TRANSACTIONS
           PERFORM 4000-REWRITE-ALERTS
           IF WS-TRANS-READ
               OPEN OUTPUT TRAN-FILE
               CLOSE TRAN-FILE
           END-IF
           MOVE "-- OPEN ALERTS PAST DUE --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           PERFORM 5000-WRITE-AGING
           PERFORM 6000-WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF WS-OVERDUE-COUNT > 0 OR WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The deck supplies only the DSN for alerts whose message names
      * none, and only when it holds a single schematic; each alert's
      * run date comes from its own source record (the log timestamp
      * or the job-flow run date).
       1000-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ALERTQ: CONTROL FILE OPEN ERROR STATUS="
                   WS-CONTROL-FILE-STATUS " - ABORT"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF
               READ CONTROL-FILE INTO WS-CONTROL-RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF WS-CONTROL-RECORD NOT = SPACES
                           ADD 1 TO WS-DECK-COUNT
                           IF WS-DECK-COUNT = 1
                               MOVE WS-CTL-SCHEMATIC-DSN
                                   TO WS-DECK-DSN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-DECK-COUNT = 0
               DISPLAY "ALERTQ: MISSING CONTROL.DAT - ABORT"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DECK-COUNT > 1
               MOVE SPACES TO WS-DECK-DSN
           END-IF.

       1100-READ-PARMS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE INTO WS-PARM-RECORD
                   AT END
                       MOVE SPACES TO WS-PARM-RECORD
               END-READ
               CLOSE PARM-FILE
               IF PRM-HOURS-E NUMERIC AND PRM-HOURS-E > 0
                   MOVE PRM-HOURS-E TO WS-HOURS-E
               END-IF
               IF PRM-HOURS-W NUMERIC AND PRM-HOURS-W > 0
                   MOVE PRM-HOURS-W TO WS-HOURS-W
               END-IF
           END-IF.

      * A missing alert dataset is the first night; anything else
      * that stops it opening must not be papered over by writing a
      * fresh, empty one.
       1200-LOAD-ALERTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ALERT-FILE
           EVALUATE WS-ALERT-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-EOF
                       READ ALERT-FILE INTO ALR-RECORD
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM 1250-ADD-ALERT-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE ALERT-FILE
               WHEN "35"
                   DISPLAY "ALERTQ: NO PRIOR ALERT DATASET, "
                       "STARTING EMPTY"
               WHEN OTHER
                   DISPLAY "ALERTQ: ALERTS.DAT OPEN ERROR STATUS="
                       WS-ALERT-FILE-STATUS " - ABORT"
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1250-ADD-ALERT-ENTRY.
           IF WS-ALR-COUNT >= WS-ALR-MAX
               DISPLAY "ALERTQ: ALERT DATASET EXCEEDS MAX "
                   WS-ALR-MAX " - ABORT"
               CLOSE ALERT-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ALR-COUNT
           MOVE ALR-RECORD TO WS-ALR-ENTRY(WS-ALR-COUNT)
           IF ALR-ID > WS-LAST-ID
               MOVE ALR-ID TO WS-LAST-ID
           END-IF.

      * E messages always need someone; of the W messages only the
      * ones that exist to ask for a review are raised.
       2000-COLLECT-RUN-LOG.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RUN-LOG-FILE
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ALERTQ: NO RUN LOG STATUS="
                   WS-LOG-FILE-STATUS ", NOTHING COLLECTED"
           ELSE
               PERFORM UNTIL WS-EOF
                   READ RUN-LOG-FILE INTO WS-RUN-LOG-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF RLOG-SEVERITY = "E"
                              OR RLOG-MESSAGE-CODE = "AOC0028"
                              OR RLOG-MESSAGE-CODE = "AOC0029"
                               PERFORM 2100-RAISE-FROM-RUN-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       2100-RAISE-FROM-RUN-LOG.
           PERFORM 2150-HASH-LOG-TEXT
           MOVE SPACES TO WS-NEW-KEY
           STRING "L" DELIMITED BY SIZE
               RLOG-TIMESTAMP DELIMITED BY SIZE
               RLOG-PROGRAM-ID DELIMITED BY SIZE
               RLOG-MESSAGE-CODE DELIMITED BY SIZE
               WS-TEXT-HASH DELIMITED BY SIZE
               INTO WS-NEW-KEY
           END-STRING
           PERFORM 2800-FIND-SOURCE-KEY
           IF WS-FOUND = 0
               MOVE SPACES TO ALR-RECORD
               MOVE RLOG-SEVERITY TO ALR-SEVERITY
               MOVE RLOG-PROGRAM-ID TO ALR-SOURCE-PGM
               MOVE RLOG-MESSAGE-CODE TO ALR-MSG-CODE
               MOVE RLOG-TIMESTAMP TO ALR-RAISED-TS
               MOVE RLOG-MESSAGE-TEXT TO ALR-TEXT
               MOVE RLOG-TIMESTAMP(1:8) TO ALR-RUN-DATE
               MOVE WS-DECK-DSN TO ALR-SCHEMATIC-DSN
               MOVE 0 TO WS-DSN-TALLY
               INSPECT RLOG-MESSAGE-TEXT
                   TALLYING WS-DSN-TALLY FOR ALL "DSN="
               IF WS-DSN-TALLY > 0
                   MOVE SPACES TO WS-TEXT-FROM-DSN
                   UNSTRING RLOG-MESSAGE-TEXT DELIMITED BY "DSN="
                       INTO WS-TEXT-BEFORE-DSN WS-TEXT-FROM-DSN
                   END-UNSTRING
                   MOVE SPACES TO ALR-SCHEMATIC-DSN
                   UNSTRING WS-TEXT-FROM-DSN DELIMITED BY SPACE
                       INTO ALR-SCHEMATIC-DSN
                   END-UNSTRING
               END-IF
               PERFORM 2900-ADD-NEW-ALERT
           END-IF.

       2150-HASH-LOG-TEXT.
           MOVE 0 TO WS-TEXT-HASH
           IF RLOG-MESSAGE-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   RLOG-MESSAGE-TEXT, TRAILING))
                   TO WS-TEXT-LEN
               PERFORM VARYING WS-TEXT-COL FROM 1 BY 1
                       UNTIL WS-TEXT-COL > WS-TEXT-LEN
                   COMPUTE WS-HASH-WORK = WS-TEXT-HASH * 31
                       + FUNCTION ORD(RLOG-MESSAGE-TEXT(WS-TEXT-COL:1))
                   COMPUTE WS-TEXT-HASH =
                       FUNCTION MOD(WS-HASH-WORK, 1000000000000000)
               END-PERFORM
           END-IF.

      * Held records carry no timestamps, so a held step is raised
      * once per run date however many times the chain is rerun; a
      * failed step is raised for every failed attempt.
       2500-COLLECT-JOB-FLOW.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT JOB-FLOW-FILE
           IF WS-JOB-FLOW-STATUS NOT = "00"
               DISPLAY "ALERTQ: NO JOB FLOW STATUS="
                   WS-JOB-FLOW-STATUS ", NOTHING COLLECTED"
           ELSE
               PERFORM UNTIL WS-EOF
                   READ JOB-FLOW-FILE INTO WS-JOB-FLOW-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF JF-DISPOSITION = "F"
                              OR JF-DISPOSITION = "H"
                               PERFORM 2600-RAISE-FROM-JOB-FLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-FLOW-FILE
           END-IF.

       2600-RAISE-FROM-JOB-FLOW.
           MOVE SPACES TO WS-NEW-KEY
           STRING "F" DELIMITED BY SIZE
               JF-RUN-DATE DELIMITED BY SIZE
               JF-STEP-NAME DELIMITED BY SIZE
               JF-DISPOSITION DELIMITED BY SIZE
               JF-START-TS DELIMITED BY SIZE
               JF-STOP-TS DELIMITED BY SIZE
               INTO WS-NEW-KEY
           END-STRING
           PERFORM 2800-FIND-SOURCE-KEY
           IF WS-FOUND = 0
               MOVE SPACES TO ALR-RECORD
               MOVE "jobchain" TO ALR-SOURCE-PGM
               MOVE WS-DECK-DSN TO ALR-SCHEMATIC-DSN
               IF JF-DISPOSITION = "F"
                   MOVE "E" TO ALR-SEVERITY
                   MOVE "AOC0030" TO ALR-MSG-CODE
                   MOVE JF-STOP-TS TO ALR-RAISED-TS
                   STRING "STEP " DELIMITED BY SIZE
                       FUNCTION TRIM(JF-STEP-NAME, TRAILING)
                       DELIMITED BY SIZE
                       " FAILED RC=" DELIMITED BY SIZE
                       JF-RETURN-CODE DELIMITED BY SIZE
                       " - CHAIN STOPPED" DELIMITED BY SIZE
                       INTO ALR-TEXT
                   END-STRING
               ELSE
                   MOVE "W" TO ALR-SEVERITY
                   MOVE "AOC0031" TO ALR-MSG-CODE
                   MOVE WS-RUN-STAMP TO ALR-RAISED-TS
                   STRING "STEP " DELIMITED BY SIZE
                       FUNCTION TRIM(JF-STEP-NAME, TRAILING)
                       DELIMITED BY SIZE
                       " HELD - NOT RUN AFTER EARLIER FAILURE"
                       DELIMITED BY SIZE
                       INTO ALR-TEXT
                   END-STRING
               END-IF
               MOVE JF-RUN-DATE TO ALR-RUN-DATE
               PERFORM 2900-ADD-NEW-ALERT
           END-IF.

       2800-FIND-SOURCE-KEY.
           MOVE 0 TO WS-FOUND
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ALR-COUNT
               IF WS-ALR-ENTRY(WS-A)(349:64) = WS-NEW-KEY
                   MOVE WS-A TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * ALR-RECORD comes in with the source fields and run date
      * filled; the new alert is numbered, given its due time and
      * added to the table.
       2900-ADD-NEW-ALERT.
           IF WS-ALR-COUNT >= WS-ALR-MAX
               DISPLAY "ALERTQ: ALERT DATASET EXCEEDS MAX "
                   WS-ALR-MAX " - ABORT"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LAST-ID
           ADD 1 TO WS-RAISED-COUNT
           MOVE WS-LAST-ID TO ALR-ID
           MOVE "O" TO ALR-STATUS
           MOVE WS-NEW-KEY TO ALR-SOURCE-KEY
           MOVE ALR-RAISED-TS TO WS-TS
           PERFORM 8000-TS-TO-SECS
           IF NOT WS-TS-OK
               MOVE WS-RUN-STAMP TO ALR-RAISED-TS
               MOVE WS-NOW-SECS TO WS-TS-SECS
           END-IF
           IF ALR-ERROR
               COMPUTE WS-TS-SECS = WS-TS-SECS + WS-HOURS-E * 3600
           ELSE
               COMPUTE WS-TS-SECS = WS-TS-SECS + WS-HOURS-W * 3600
           END-IF
           PERFORM 8100-SECS-TO-TS
           MOVE WS-TS TO ALR-DUE-TS
           ADD 1 TO WS-ALR-COUNT
           MOVE ALR-RECORD TO WS-ALR-ENTRY(WS-ALR-COUNT)
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RAISED   " DELIMITED BY SIZE
               ALR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-SEVERITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-SOURCE-PGM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-MSG-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       3000-APPLY-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS = "00"
               SET WS-TRANS-READ TO TRUE
               PERFORM UNTIL WS-EOF
                   READ TRAN-FILE INTO WS-ALERT-TRAN-RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF WS-ALERT-TRAN-RECORD NOT = SPACES
                               PERFORM 3100-APPLY-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAN-FILE
           END-IF.

      * Acknowledging says someone has the alert; it stays on the
      * aging list until it is closed, and closing it needs a word
      * on what was done.
       3100-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE 0 TO WS-FOUND
           IF ATR-ALERT-ID NUMERIC
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-ALR-COUNT
                   IF WS-ALR-ENTRY(WS-A)(1:7) = ATR-ALERT-ID
                       MOVE WS-A TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND > 0
               MOVE WS-ALR-ENTRY(WS-FOUND) TO ALR-RECORD
           END-IF
           EVALUATE TRUE
               WHEN WS-FOUND = 0
                   MOVE "NO SUCH ALERT" TO WS-REJECT-TEXT
               WHEN ATR-OPERATOR = SPACES
                   MOVE "NO OPERATOR ID" TO WS-REJECT-TEXT
               WHEN ATR-ACTION = "A"
                   IF ALR-OPEN
                       MOVE "A" TO ALR-STATUS
                       MOVE ATR-OPERATOR TO ALR-ACK-OPER
                       MOVE WS-RUN-STAMP TO ALR-ACK-TS
                       MOVE ATR-COMMENT TO ALR-ACK-COMMENT
                   ELSE
                       MOVE "ALERT NOT OPEN" TO WS-REJECT-TEXT
                   END-IF
               WHEN ATR-ACTION = "C"
                   EVALUATE TRUE
                       WHEN ALR-CLOSED
                           MOVE "ALERT ALREADY CLOSED"
                               TO WS-REJECT-TEXT
                       WHEN ATR-COMMENT = SPACES
                           MOVE "NO CLOSING COMMENT" TO WS-REJECT-TEXT
                       WHEN OTHER
                           MOVE "C" TO ALR-STATUS
                           MOVE ATR-OPERATOR TO ALR-CLOSE-OPER
                           MOVE WS-RUN-STAMP TO ALR-CLOSE-TS
                           MOVE ATR-COMMENT TO ALR-CLOSE-COMMENT
                   END-EVALUATE
               WHEN OTHER
                   MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-TRANS-APPLIED
               MOVE ALR-RECORD TO WS-ALR-ENTRY(WS-FOUND)
               STRING "APPLIED  " DELIMITED BY SIZE
                   ATR-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ATR-ALERT-ID DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   ATR-OPERATOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ATR-COMMENT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               STRING "REJECTED " DELIMITED BY SIZE
                   ATR-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ATR-ALERT-ID DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   ATR-OPERATOR DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       4000-REWRITE-ALERTS.
           OPEN OUTPUT ALERT-FILE
           IF WS-ALERT-FILE-STATUS NOT = "00"
               DISPLAY "ALERTQ: ALERTS.DAT REWRITE OPEN ERROR STATUS="
                   WS-ALERT-FILE-STATUS " - ABORT"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ALR-COUNT
               WRITE ALERT-FILE-RECORD FROM WS-ALR-ENTRY(WS-A)
           END-PERFORM
           CLOSE ALERT-FILE.

       5000-WRITE-AGING.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ALR-COUNT
               MOVE WS-ALR-ENTRY(WS-A) TO ALR-RECORD
               EVALUATE TRUE
                   WHEN ALR-OPEN
                       ADD 1 TO WS-OPEN-COUNT
                   WHEN ALR-ACKNOWLEDGED
                       ADD 1 TO WS-ACKED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CLOSED-COUNT
               END-EVALUATE
               IF ALR-NOT-CLOSED
                   MOVE ALR-DUE-TS TO WS-TS
                   PERFORM 8000-TS-TO-SECS
                   MOVE WS-TS-SECS TO WS-DUE-SECS
                   IF WS-NOW-SECS > WS-DUE-SECS
                       PERFORM 5100-WRITE-OVERDUE-ALERT
                   END-IF
               END-IF
           END-PERFORM.

       5100-WRITE-OVERDUE-ALERT.
           ADD 1 TO WS-OVERDUE-COUNT
           COMPUTE WS-OVERDUE-HOURS =
               (WS-NOW-SECS - WS-DUE-SECS) / 3600
               ON SIZE ERROR
                   MOVE 99999 TO WS-OVERDUE-HOURS
           END-COMPUTE
           MOVE SPACES TO WS-REPORT-LINE
           STRING ALR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ALR-SEVERITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-SOURCE-PGM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-MSG-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-DUE-TS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-OVERDUE-HOURS DELIMITED BY SIZE
               " HRS " DELIMITED BY SIZE
               ALR-ACK-OPER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ALR-SCHEMATIC-DSN DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "         " DELIMITED BY SIZE
               ALR-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           IF ALR-ACKNOWLEDGED AND ALR-ACK-COMMENT NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "         ACK: " DELIMITED BY SIZE
                   ALR-ACK-COMMENT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RAISED-COUNT TO WS-EDIT-9
           STRING "ALERTS RAISED THIS RUN  : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRANS-APPLIED TO WS-EDIT-9
           STRING "TRANSACTIONS APPLIED    : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRANS-REJECTED TO WS-EDIT-9
           STRING "TRANSACTIONS REJECTED   : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-OPEN-COUNT TO WS-EDIT-9
           STRING "ALERTS OPEN             : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ACKED-COUNT TO WS-EDIT-9
           STRING "ALERTS ACKNOWLEDGED     : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CLOSED-COUNT TO WS-EDIT-9
           STRING "ALERTS CLOSED           : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-EDIT-9
           STRING "ALERTS PAST DUE         : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           DISPLAY "ALERTQ: RAISED " WS-RAISED-COUNT
               " PAST DUE " WS-OVERDUE-COUNT.

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

      * WS-TS-SECS in, WS-TS out as YYYYMMDDHHMMSS.
       8100-SECS-TO-TS.
           DIVIDE WS-TS-SECS BY 86400 GIVING WS-TS-DAYS
               REMAINDER WS-TS-REST
           COMPUTE WS-TS-DATE = FUNCTION DATE-OF-INTEGER(WS-TS-DAYS)
           DIVIDE WS-TS-REST BY 3600 GIVING WS-TS-HH
               REMAINDER WS-TS-MIN-REST
           DIVIDE WS-TS-MIN-REST BY 60 GIVING WS-TS-MI
               REMAINDER WS-TS-SS.
