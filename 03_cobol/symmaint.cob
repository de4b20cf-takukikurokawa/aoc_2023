      * an audit trail, every transaction is echoed with its result,
      * and the master is only rewritten when at least one
      * transaction applied cleanly.
      * Transactions are keyed to SYMMAINT.TRN with the submitter's
      * ID in cols 54-61 and taken into the dual-control queue
      * (DUALCTL.PND, WSDUAL) by dualctl; only entries a second
      * operator has released there are applied here. Each one is
      * marked applied or rejected on the queue, with the time and
      * the result, so it is never applied twice, and the report
      * names who submitted and who approved every transaction.
      * Transaction record (queue transaction data), as keyed:
      *   col 1     action A = add, C = change, D = deactivate
      *   col 3     symbol character
      *   col 5-12  classification group (A and C)
      *   col 14-21 effective date YYYYMMDD (A and C)
      *   col 23-52 description (A and C)
      * Return codes: 8 = master or queue file unusable,
      * 4 = one or more transactions rejected, 0 = all applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. symmaint.
           SELECT SYMBOL-REF-FILE ASSIGN TO "SYMBOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYMREF-FILE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "DUALCTL.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "SYMMAINT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "SYMMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  SYMBOL-REF-FILE.
       01  SYMBOL-REF-FILE-RECORD      PIC X(52).

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD           PIC X(679).

       FD  WORK-FILE.
       01  WORK-FILE-RECORD            PIC X(679).

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SYMREF-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-QUEUE-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-SYMREF-EOF-SW            PIC X(1) VALUE 'N'.
           88  WS-SYMREF-EOF                   VALUE 'Y'.
       01  WS-TRAN-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF                     VALUE 'Y'.

           COPY WSSYMR.
           COPY WSDUAL.

       01  WS-SYM-TRAN-RECORD.
           05  TRN-ACTION               PIC X(1).
       01  WS-TRANS-READ               PIC 9(5) VALUE 0.
       01  WS-TRANS-APPLIED            PIC 9(5) VALUE 0.
       01  WS-TRANS-REJECTED           PIC 9(5) VALUE 0.
       01  WS-TRANS-AWAITING           PIC 9(5) VALUE 0.
       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-REJECT-TEXT              PIC X(40).

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           PERFORM 1000-LOAD-MASTER
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-TRANS-READ > 0
               PERFORM 5500-REWRITE-QUEUE
           END-IF
           CLOSE REPORT-FILE
           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

      * The queue is carried through a work file with each released
      * symbol transaction marked as it is applied; the marked copy
      * replaces the queue once the master has been rewritten.
       3000-PROCESS-TRANSACTIONS.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "SYMMAINT: QUEUE FILE OPEN ERROR STATUS="
                   WS-QUEUE-FILE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "SYMMAINT: SYMMAINT.TMP OPEN ERROR STATUS="
                   WS-WORK-FILE-STATUS " - ABORT"
               CLOSE QUEUE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "-- TRANSACTIONS --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           PERFORM UNTIL WS-TRAN-EOF
               READ QUEUE-FILE INTO DQ-RECORD
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DQ-SYMBOL-TRAN AND DQ-RELEASED
                               ADD 1 TO WS-TRANS-READ
                               MOVE DQ-TRAN-DATA(1:52)
                                   TO WS-SYM-TRAN-RECORD
                               PERFORM 3100-APPLY-TRANSACTION
                               PERFORM 3050-MARK-QUEUE-ENTRY
                           WHEN DQ-SYMBOL-TRAN AND DQ-PENDING
                               ADD 1 TO WS-TRANS-AWAITING
                       END-EVALUATE
                       WRITE WORK-FILE-RECORD FROM DQ-RECORD
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           CLOSE WORK-FILE.

       3050-MARK-QUEUE-ENTRY.
           MOVE WS-RUN-STAMP TO DQ-APPLY-TS
           IF WS-REJECT-TEXT = SPACES
               MOVE "A" TO DQ-STATUS
               MOVE "APPLIED" TO DQ-NOTE
           ELSE
               MOVE "J" TO DQ-STATUS
               MOVE WS-REJECT-TEXT TO DQ-NOTE
           END-IF.

       3100-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT
                   TRN-ACTION DELIMITED BY SIZE
                   " '" DELIMITED BY SIZE
                   TRN-CHAR DELIMITED BY SIZE
                   "' QUEUE " DELIMITED BY SIZE
                   DQ-ID DELIMITED BY SIZE
                   " SUBMITTED BY " DELIMITED BY SIZE
                   DQ-SUBMITTER DELIMITED BY SIZE
                   " APPROVED BY " DELIMITED BY SIZE
                   DQ-APPROVER DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
                   TRN-ACTION DELIMITED BY SIZE
                   " '" DELIMITED BY SIZE
                   TRN-CHAR DELIMITED BY SIZE
                   "' QUEUE " DELIMITED BY SIZE
                   DQ-ID DELIMITED BY SIZE
                   " SUBMITTED BY " DELIMITED BY SIZE
                   DQ-SUBMITTER DELIMITED BY SIZE
                   " APPROVED BY " DELIMITED BY SIZE
                   DQ-APPROVER DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRANS-AWAITING TO WS-EDIT-9
           STRING "AWAITING APPROVAL     : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-TRANS-REJECTED.

       5000-REWRITE-MASTER.
                   FROM WS-SYMBOL-REF-RECORD
           END-PERFORM
           CLOSE SYMBOL-REF-FILE.

      * Copying the marked entries back closes them on the queue; a
      * run that stops before this point leaves them released, to be
      * picked up again by the rerun.
       5500-REWRITE-QUEUE.
           MOVE 'N' TO WS-TRAN-EOF-SW
           OPEN INPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "SYMMAINT: SYMMAINT.TMP REOPEN ERROR STATUS="
                   WS-WORK-FILE-STATUS " - QUEUE LEFT UNCHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "SYMMAINT: QUEUE REWRITE OPEN ERROR STATUS="
                   WS-QUEUE-FILE-STATUS " - ABORT"
               CLOSE WORK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-TRAN-EOF
               READ WORK-FILE INTO DQ-RECORD
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       WRITE QUEUE-FILE-RECORD FROM DQ-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE QUEUE-FILE.
