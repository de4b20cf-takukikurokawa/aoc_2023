      * AoC Day03 Dual-Control Queue and Approval Run
      * Puts symbol master transactions and schematic corrections
      * under dual control. Nothing keyed to SYMMAINT.TRN or
      * SCHEDIT.COR reaches SYMBOLS.DAT or a cleaned deck any more
      * until a second operator has passed it:
      *   1. intake - every transaction keyed since the last run is
      *      taken into the dual-control queue (DUALCTL.PND, WSDUAL)
      *      as pending, under a new queue ID, with the submitter ID
      *      keyed on it; a transaction with no submitter ID is
      *      refused. The submission files are emptied once taken
      *      in, so nothing is queued twice.
      *   2. approval - each decision card (DUALCTL.APR) releases or
      *      declines one pending entry. The approver must be named
      *      and must not be the operator who submitted the entry;
      *      a card that breaks either rule, names no queue entry or
      *      names one already decided is refused and the entry
      *      stays as it was. The card file is emptied once read.
      * symmaint and schrecyc then apply released entries only. The
      * report lists every entry taken in, every decision with who
      * submitted and who decided, and every entry still pending or
      * released and waiting to be applied.
      * Submission records:
      *   SYMMAINT.TRN  cols 1-52 as documented in symmaint,
      *                 cols 54-61 submitter ID
      *   SCHEDIT.COR   cols 1-554 as documented in schrecyc,
      *                 cols 556-563 submitter ID
      * Decision card (DUALCTL.APR), one per line:
      *   col 1-7   queue ID
      *   col 9     R = release, D = decline
      *   col 11-18 approver ID
      *   col 20-59 comment (reason, for a decline)
      * Return codes: 8 = control, queue or submission file
      * unusable, 4 = submissions or decision cards refused,
      * 0 = everything taken in and decided.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. dualctl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "DUALCTL.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "DUALCTL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT SYMBOL-SUB-FILE ASSIGN TO "SYMMAINT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYMSUB-FILE-STATUS.
           SELECT CORRECTION-SUB-FILE ASSIGN TO "SCHEDIT.COR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORSUB-FILE-STATUS.
           SELECT DECISION-FILE ASSIGN TO "DUALCTL.APR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DUALCTL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD         PIC X(80).

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD           PIC X(679).

       FD  WORK-FILE.
       01  WORK-FILE-RECORD            PIC X(679).

       FD  SYMBOL-SUB-FILE.
       01  SYMBOL-SUB-FILE-RECORD      PIC X(61).

       FD  CORRECTION-SUB-FILE.
       01  CORRECTION-SUB-FILE-RECORD  PIC X(563).

       FD  DECISION-FILE.
       01  DECISION-FILE-RECORD        PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-QUEUE-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-SYMSUB-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CORSUB-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-DECISION-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-QUEUE-EOF-SW             PIC X(1) VALUE 'N'.
           88  WS-QUEUE-EOF                    VALUE 'Y'.
       01  WS-SUB-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-SUB-EOF                      VALUE 'Y'.
       01  WS-DEC-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-DEC-EOF                      VALUE 'Y'.
       01  WS-SYMSUB-READ-SW           PIC X(1) VALUE 'N'.
           88  WS-SYMSUB-READ                  VALUE 'Y'.
       01  WS-CORSUB-READ-SW           PIC X(1) VALUE 'N'.
           88  WS-CORSUB-READ                  VALUE 'Y'.
       01  WS-DECISIONS-READ-SW        PIC X(1) VALUE 'N'.
           88  WS-DECISIONS-READ               VALUE 'Y'.

           COPY WSCTRL.
           COPY WSDUAL.

       01  WS-SYMBOL-SUB-RECORD.
           05  SSUB-TRAN-DATA           PIC X(52).
           05  FILLER                   PIC X(1).
           05  SSUB-SUBMITTER           PIC X(8).

       01  WS-CORRECTION-SUB-RECORD.
           05  CSUB-TRAN-DATA           PIC X(554).
           05  FILLER                   PIC X(1).
           05  CSUB-SUBMITTER           PIC X(8).

       01  WS-DECISION-RECORD.
           05  DEC-QUEUE-ID             PIC X(7).
           05  DEC-QUEUE-ID-N REDEFINES DEC-QUEUE-ID
                                        PIC 9(7).
           05  FILLER                   PIC X(1).
           05  DEC-DECISION             PIC X(1).
           05  FILLER                   PIC X(1).
           05  DEC-APPROVER             PIC X(8).
           05  FILLER                   PIC X(1).
           05  DEC-COMMENT              PIC X(40).
           05  FILLER                   PIC X(21).

      * -- Decision cards, loaded up front and matched against the
      * -- queue as it is rewritten.
       01  WS-MAX-DEC-ENTRIES          PIC 9(3) VALUE 200.
       01  WS-DEC-COUNT                PIC 9(3) VALUE 0.
       01  WS-DEC-LIST.
           05  WS-DEC-ENTRY OCCURS 200 TIMES.
               10  WS-DEC-ID            PIC 9(7).
               10  WS-DEC-DECISION      PIC X(1).
               10  WS-DEC-APPROVER      PIC X(8).
               10  WS-DEC-COMMENT       PIC X(40).
               10  WS-DEC-USED-SW       PIC X(1).

       01  WS-D                        PIC 9(3).
       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-LAST-ID                  PIC 9(7) VALUE 0.
       01  WS-SUB-LINE                 PIC 9(5) VALUE 0.
       01  WS-REFUSE-TEXT              PIC X(40) VALUE SPACES.
       01  WS-ACTION-TEXT              PIC X(9) VALUE SPACES.
       01  WS-SUB-DSN                  PIC X(12) VALUE SPACES.

       01  WS-QUEUED-COUNT             PIC 9(5) VALUE 0.
       01  WS-INTAKE-REFUSED           PIC 9(5) VALUE 0.
       01  WS-RELEASED-COUNT           PIC 9(5) VALUE 0.
       01  WS-DECLINED-COUNT           PIC 9(5) VALUE 0.
       01  WS-DEC-REFUSED              PIC 9(5) VALUE 0.
       01  WS-PENDING-COUNT            PIC 9(5) VALUE 0.
       01  WS-AWAITING-COUNT           PIC 9(5) VALUE 0.

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 DUAL-CONTROL QUEUE AND APPROVAL REPORT".
       01  WS-HEADING-2.
           05  FILLER                  PIC X(47) VALUE
               "RESULT    QUEUE-ID T SUBMITTR APPROVER RUN-DATE".
           05  FILLER                  PIC X(85) VALUE
               " TRANSACTION".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           PERFORM 1000-READ-CONTROL
           PERFORM 1100-LOAD-DECISIONS
           PERFORM 2000-COPY-QUEUE-TO-WORK
           MOVE "-- TRANSACTIONS TAKEN IN --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           PERFORM 2100-TAKE-IN-SYMBOL-TRANS
           PERFORM 2200-TAKE-IN-CORRECTIONS
           CLOSE WORK-FILE
           MOVE "-- DECISIONS --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           PERFORM 3000-APPLY-DECISIONS
           PERFORM 3500-REPORT-UNMATCHED-CARDS
           PERFORM 4000-EMPTY-INPUTS
           MOVE "-- OPEN QUEUE ENTRIES --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           PERFORM 5000-LIST-OPEN-ENTRIES
           PERFORM 6000-WRITE-SUMMARY
           CLOSE REPORT-FILE
           IF WS-INTAKE-REFUSED > 0 OR WS-DEC-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The deck's run date is stamped on every entry taken in, so
      * schrecyc can tell tonight's corrections from an old night's.
       1000-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "DUALCTL: CONTROL FILE OPEN ERROR STATUS="
                   WS-CONTROL-FILE-STATUS " - ABORT"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE INTO WS-CONTROL-RECORD
               AT END
                   DISPLAY "DUALCTL: MISSING CONTROL.DAT - ABORT"
                   CLOSE CONTROL-FILE
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE CONTROL-FILE.

      * No decision file simply means nobody has decided anything
      * this run; intake still goes ahead.
       1100-LOAD-DECISIONS.
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-FILE-STATUS = "00"
               SET WS-DECISIONS-READ TO TRUE
               PERFORM UNTIL WS-DEC-EOF
                   READ DECISION-FILE INTO WS-DECISION-RECORD
                       AT END
                           SET WS-DEC-EOF TO TRUE
                       NOT AT END
                           IF WS-DECISION-RECORD NOT = SPACES
                               PERFORM 1150-ADD-DECISION-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
           END-IF.

       1150-ADD-DECISION-ENTRY.
           IF DEC-QUEUE-ID NOT NUMERIC
               ADD 1 TO WS-DEC-REFUSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REFUSED   DECISION CARD " DELIMITED BY SIZE
                   DEC-QUEUE-ID DELIMITED BY SIZE
                   " - BAD QUEUE ID" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           ELSE
               IF WS-DEC-COUNT >= WS-MAX-DEC-ENTRIES
                   DISPLAY "DUALCTL: DECISION CARDS EXCEED MAX "
                       WS-MAX-DEC-ENTRIES " - ABORT"
                   CLOSE DECISION-FILE
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DEC-COUNT
               MOVE DEC-QUEUE-ID-N TO WS-DEC-ID(WS-DEC-COUNT)
               MOVE DEC-DECISION TO WS-DEC-DECISION(WS-DEC-COUNT)
               MOVE DEC-APPROVER TO WS-DEC-APPROVER(WS-DEC-COUNT)
               MOVE DEC-COMMENT TO WS-DEC-COMMENT(WS-DEC-COUNT)
               MOVE "N" TO WS-DEC-USED-SW(WS-DEC-COUNT)
           END-IF.

      * The queue is carried through a work file the way houskeep
      * rewrites a live dataset: existing entries first, then the new
      * intake appended under the next queue IDs; the decisions are
      * applied on the copy back. A missing queue (status 35) is the
      * first run; a queue that is there but cannot be read stops the
      * step with the queue and the submissions left as they were.
       2000-COPY-QUEUE-TO-WORK.
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "DUALCTL: DUALCTL.TMP OPEN ERROR STATUS="
                   WS-WORK-FILE-STATUS " - ABORT"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT QUEUE-FILE
           EVALUATE WS-QUEUE-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-QUEUE-EOF
                       READ QUEUE-FILE INTO DQ-RECORD
                           AT END
                               SET WS-QUEUE-EOF TO TRUE
                           NOT AT END
                               IF DQ-ID > WS-LAST-ID
                                   MOVE DQ-ID TO WS-LAST-ID
                               END-IF
                               WRITE WORK-FILE-RECORD FROM DQ-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE QUEUE-FILE
               WHEN "35"
                   DISPLAY "DUALCTL: NO PRIOR QUEUE STATUS="
                       WS-QUEUE-FILE-STATUS ", STARTING EMPTY"
               WHEN OTHER
                   DISPLAY "DUALCTL: DUALCTL.PND OPEN ERROR STATUS="
                       WS-QUEUE-FILE-STATUS " - ABORT"
                   CLOSE WORK-FILE
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2100-TAKE-IN-SYMBOL-TRANS.
           MOVE 'N' TO WS-SUB-EOF-SW
           MOVE 0 TO WS-SUB-LINE
           MOVE "SYMMAINT.TRN" TO WS-SUB-DSN
           OPEN INPUT SYMBOL-SUB-FILE
           IF WS-SYMSUB-FILE-STATUS = "00"
               SET WS-SYMSUB-READ TO TRUE
               PERFORM UNTIL WS-SUB-EOF
                   READ SYMBOL-SUB-FILE INTO WS-SYMBOL-SUB-RECORD
                       AT END
                           SET WS-SUB-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUB-LINE
                           IF WS-SYMBOL-SUB-RECORD NOT = SPACES
                               MOVE SPACES TO DQ-RECORD
                               MOVE "S" TO DQ-TYPE
                               MOVE SSUB-TRAN-DATA TO DQ-TRAN-DATA
                               MOVE SSUB-SUBMITTER TO DQ-SUBMITTER
                               PERFORM 2500-QUEUE-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYMBOL-SUB-FILE
           END-IF.

       2200-TAKE-IN-CORRECTIONS.
           MOVE 'N' TO WS-SUB-EOF-SW
           MOVE 0 TO WS-SUB-LINE
           MOVE "SCHEDIT.COR" TO WS-SUB-DSN
           OPEN INPUT CORRECTION-SUB-FILE
           IF WS-CORSUB-FILE-STATUS = "00"
               SET WS-CORSUB-READ TO TRUE
               PERFORM UNTIL WS-SUB-EOF
                   READ CORRECTION-SUB-FILE
                       INTO WS-CORRECTION-SUB-RECORD
                       AT END
                           SET WS-SUB-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SUB-LINE
                           IF WS-CORRECTION-SUB-RECORD NOT = SPACES
                               MOVE SPACES TO DQ-RECORD
                               MOVE "C" TO DQ-TYPE
                               MOVE CSUB-TRAN-DATA TO DQ-TRAN-DATA
                               MOVE CSUB-SUBMITTER TO DQ-SUBMITTER
                               PERFORM 2500-QUEUE-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-SUB-FILE
           END-IF.

      * A transaction nobody has put their name to cannot be held to
      * dual control, so it is refused at the door.
       2500-QUEUE-ONE-TRANSACTION.
           IF DQ-SUBMITTER = SPACES
               ADD 1 TO WS-INTAKE-REFUSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REFUSED   " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SUB-DSN, TRAILING)
                   DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   WS-SUB-LINE DELIMITED BY SIZE
                   " - NO SUBMITTER ID" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-LAST-ID
               ADD 1 TO WS-QUEUED-COUNT
               MOVE WS-LAST-ID TO DQ-ID
               MOVE "P" TO DQ-STATUS
               MOVE WS-CTL-RUN-DATE TO DQ-RUN-DATE
               MOVE WS-RUN-STAMP TO DQ-SUBMIT-TS
               WRITE WORK-FILE-RECORD FROM DQ-RECORD
               MOVE "QUEUED" TO WS-ACTION-TEXT
               PERFORM 8000-PRINT-ENTRY
           END-IF.

       3000-APPLY-DECISIONS.
           MOVE 'N' TO WS-QUEUE-EOF-SW
           OPEN INPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "DUALCTL: WORK FILE OPEN ERROR STATUS="
                   WS-WORK-FILE-STATUS " - QUEUE LEFT UNCHANGED"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "DUALCTL: QUEUE REWRITE OPEN ERROR STATUS="
                   WS-QUEUE-FILE-STATUS " - ABORT"
               CLOSE WORK-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-QUEUE-EOF
               READ WORK-FILE INTO DQ-RECORD
                   AT END
                       SET WS-QUEUE-EOF TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-D FROM 1 BY 1
                               UNTIL WS-D > WS-DEC-COUNT
                           IF WS-DEC-ID(WS-D) = DQ-ID
                              AND WS-DEC-USED-SW(WS-D) = "N"
                               PERFORM 3100-DECIDE-ENTRY
                           END-IF
                       END-PERFORM
                       WRITE QUEUE-FILE-RECORD FROM DQ-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE QUEUE-FILE.

      * The second pair of eyes must belong to someone else: the
      * approver is checked against the submitter on the entry, not
      * against anything on the card.
       3100-DECIDE-ENTRY.
           MOVE "Y" TO WS-DEC-USED-SW(WS-D)
           MOVE SPACES TO WS-REFUSE-TEXT
           EVALUATE TRUE
               WHEN NOT DQ-PENDING
                   STRING "ENTRY NOT PENDING - STATUS "
                       DELIMITED BY SIZE
                       DQ-STATUS DELIMITED BY SIZE
                       INTO WS-REFUSE-TEXT
                   END-STRING
               WHEN WS-DEC-APPROVER(WS-D) = SPACES
                   MOVE "NO APPROVER ID" TO WS-REFUSE-TEXT
               WHEN WS-DEC-APPROVER(WS-D) = DQ-SUBMITTER
                   MOVE "APPROVER IS THE SUBMITTER" TO WS-REFUSE-TEXT
               WHEN WS-DEC-DECISION(WS-D) = "R"
                   MOVE "R" TO DQ-STATUS
                   ADD 1 TO WS-RELEASED-COUNT
                   MOVE "RELEASED" TO WS-ACTION-TEXT
               WHEN WS-DEC-DECISION(WS-D) = "D"
                   MOVE "D" TO DQ-STATUS
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "DECLINED" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "BAD DECISION CODE" TO WS-REFUSE-TEXT
           END-EVALUATE
           IF WS-REFUSE-TEXT = SPACES
               MOVE WS-DEC-APPROVER(WS-D) TO DQ-APPROVER
               MOVE WS-RUN-STAMP TO DQ-DECIDE-TS
               MOVE WS-DEC-COMMENT(WS-D) TO DQ-NOTE
               PERFORM 8000-PRINT-ENTRY
               IF DQ-NOTE NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "          COMMENT: " DELIMITED BY SIZE
                       DQ-NOTE DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-DEC-REFUSED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REFUSED   " DELIMITED BY SIZE
                   DQ-ID DELIMITED BY SIZE
                   "  CARD BY " DELIMITED BY SIZE
                   WS-DEC-APPROVER(WS-D) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-REFUSE-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF.

       3500-REPORT-UNMATCHED-CARDS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEC-COUNT
               IF WS-DEC-USED-SW(WS-D) = "N"
                   ADD 1 TO WS-DEC-REFUSED
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "REFUSED   " DELIMITED BY SIZE
                       WS-DEC-ID(WS-D) DELIMITED BY SIZE
                       "  CARD BY " DELIMITED BY SIZE
                       WS-DEC-APPROVER(WS-D) DELIMITED BY SIZE
                       " - NO SUCH QUEUE ENTRY" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      * Only once the queue has been rewritten are the inputs
      * emptied; a run that stops short leaves them to be taken in
      * again.
       4000-EMPTY-INPUTS.
           IF WS-SYMSUB-READ
               OPEN OUTPUT SYMBOL-SUB-FILE
               CLOSE SYMBOL-SUB-FILE
           END-IF
           IF WS-CORSUB-READ
               OPEN OUTPUT CORRECTION-SUB-FILE
               CLOSE CORRECTION-SUB-FILE
           END-IF
           IF WS-DECISIONS-READ
               OPEN OUTPUT DECISION-FILE
               CLOSE DECISION-FILE
           END-IF.

       5000-LIST-OPEN-ENTRIES.
           MOVE 'N' TO WS-QUEUE-EOF-SW
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS = "00"
               PERFORM UNTIL WS-QUEUE-EOF
                   READ QUEUE-FILE INTO DQ-RECORD
                       AT END
                           SET WS-QUEUE-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN DQ-PENDING
                                   ADD 1 TO WS-PENDING-COUNT
                                   MOVE "PENDING" TO WS-ACTION-TEXT
                                   PERFORM 8000-PRINT-ENTRY
                               WHEN DQ-RELEASED
                                   ADD 1 TO WS-AWAITING-COUNT
                                   MOVE "TO APPLY" TO WS-ACTION-TEXT
                                   PERFORM 8000-PRINT-ENTRY
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

       6000-WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-QUEUED-COUNT TO WS-EDIT-9
           STRING "TRANSACTIONS QUEUED      : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-INTAKE-REFUSED TO WS-EDIT-9
           STRING "TRANSACTIONS REFUSED     : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RELEASED-COUNT TO WS-EDIT-9
           STRING "ENTRIES RELEASED         : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DECLINED-COUNT TO WS-EDIT-9
           STRING "ENTRIES DECLINED         : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DEC-REFUSED TO WS-EDIT-9
           STRING "DECISION CARDS REFUSED   : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-PENDING-COUNT TO WS-EDIT-9
           STRING "ENTRIES AWAITING APPROVAL: " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-AWAITING-COUNT TO WS-EDIT-9
           STRING "RELEASED, NOT YET APPLIED: " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           DISPLAY "DUALCTL: QUEUED " WS-QUEUED-COUNT
               " RELEASED " WS-RELEASED-COUNT
               " DECLINED " WS-DECLINED-COUNT
               " PENDING " WS-PENDING-COUNT.

      * One line per queue entry: what happened to it, who keyed it,
      * who decided it, and the front of the transaction itself
      * (the symbol transaction, or a correction's DSN and row).
       8000-PRINT-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-ACTION-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DQ-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DQ-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DQ-SUBMITTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DQ-APPROVER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DQ-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DQ-TRAN-DATA(1:85) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.
