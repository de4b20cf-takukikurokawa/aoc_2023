      * list; master deletes, rewrites and adds are collected on an
      * actions work dataset during the sweep and applied after it,
      * so the READ NEXT walk never updates out from under itself.
      * Every master record is journalled to PARTMAST.JNL (WSPJNL)
      * as it stood before the update, ahead of the update itself,
      * tagged with the run date and schematic DSN, so partbkot can
      * back a bad run out of the master one schematic at a time.
      * The part list is proved against the handoff record cobol3
      * wrote for it (HANDOFF.DAT, WSHAND) before the master is
      * touched: it must be the catalog's current generation, handed
      * over for this run date, with the same record count and
      * content hash. A mismatch stops the step (AOC0033).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. partdlta.

           SELECT ACTION-FILE ASSIGN TO "PARTDLTA.ACT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CURR-SORT-FILE ASSIGN TO "PARTDLTA.SWK".
           SELECT JOURNAL-FILE ASSIGN TO "PARTMAST.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE.
       01  ACTION-FILE-RECORD          PIC X(14).

       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD         PIC X(100).

       SD  CURR-SORT-FILE.
       01  CURR-SORT-RECORD.
           05  SRT-PC-DSN              PIC X(48).
      * generation of PARTCURR.DAT; the fixed name stands in when
      * the catalog has no active generation.
       01  WS-PCUR-DSN                 PIC X(60) VALUE "PARTCURR.DAT".
       01  WS-PCUR-GEN-SEQ             PIC 9(4) VALUE 0.
       01  WS-HANDOFF-REASON           PIC X(60) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CURR-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-MASTER-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-MST-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-MST-EOF                      VALUE 'Y'.
       01  WS-CSORT-EOF-SW             PIC X(1) VALUE 'N'.

           COPY WSCTRL.
           COPY WSGREQ.
           COPY WSHREQ.
           COPY WSRLOG.
           COPY WSPJNL.

      * -- Clock time this step started; stamps every journal record
      * -- so a rerun of the same run date stays distinguishable.
       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-JOURNAL-COUNT            PIC 9(7) VALUE 0.

      * -- Sorted current-run record in hand, and the DSN of the
      * -- group being balanced against its master slice.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "partdlta" TO LOG-PROGRAM-ID
           PERFORM 1000-READ-CONTROL
           PERFORM 1100-OPEN-FILES
           PERFORM 2000-SORT-CURRENT
           PERFORM 3000-COMPARE-ALL-GROUPS
           PERFORM 5000-WRITE-SUMMARY
           CLOSE PART-MASTER-FILE
           CLOSE JOURNAL-FILE
           CLOSE REPORT-FILE
           GOBACK.

           CALL "gencat" USING WS-GENCAT-REQUEST
           IF GCR-RETURN-STATUS = "0"
               MOVE GCR-GEN-DSN TO WS-PCUR-DSN
               MOVE GCR-SEQ TO WS-PCUR-GEN-SEQ
           END-IF
           OPEN INPUT PART-CURR-FILE
           IF WS-CURR-FILE-STATUS NOT = "00"
               GOBACK
           END-IF
           CLOSE PART-CURR-FILE
           PERFORM 1150-VERIFY-HANDOFF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "PARTDLTA: JOURNAL OPEN ERROR STATUS="
                   WS-JOURNAL-FILE-STATUS " - ABORT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PART-MASTER-FILE
           IF WS-MASTER-FILE-STATUS = "35"
               DISPLAY "PARTDLTA: NO PRIOR MASTER, CREATING NEW ONE"
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1.

      * Nothing has been opened for update yet, so a part list that
      * is not what cobol3 handed over stops the step with the
      * master and journal untouched.
       1150-VERIFY-HANDOFF.
           MOVE SPACES TO WS-HANDOFF-REASON
           SET HOR-GET-HANDOFF TO TRUE
           MOVE "PARTCURR.DAT" TO HOR-BASE-DSN
           CALL "handoff" USING WS-HANDOFF-REQUEST
           EVALUATE TRUE
               WHEN HOR-RETURN-STATUS = "1"
                   MOVE "NO HANDOFF RECORD" TO WS-HANDOFF-REASON
               WHEN HOR-RETURN-STATUS NOT = "0"
                   MOVE "HANDOFF.DAT UNREADABLE" TO WS-HANDOFF-REASON
               WHEN HOR-DSN NOT = WS-PCUR-DSN
                   STRING
                       "HANDED OVER "
                         DELIMITED BY SIZE
                       FUNCTION TRIM(HOR-DSN, TRAILING)
                         DELIMITED BY SIZE
                       " - NOT THE CURRENT GENERATION"
                         DELIMITED BY SIZE
                       INTO WS-HANDOFF-REASON
                   END-STRING
               WHEN GCR-RETURN-STATUS = "0"
                    AND HOR-GENERATION NOT = WS-PCUR-GEN-SEQ
                   STRING
                       "HANDED OVER GENERATION "
                         DELIMITED BY SIZE
                       HOR-GENERATION
                         DELIMITED BY SIZE
                       ", CURRENT IS "
                         DELIMITED BY SIZE
                       WS-PCUR-GEN-SEQ
                         DELIMITED BY SIZE
                       INTO WS-HANDOFF-REASON
                   END-STRING
               WHEN HOR-RUN-DATE NOT = WS-CTL-RUN-DATE
                   STRING
                       "HANDED OVER FOR RUN DATE "
                         DELIMITED BY SIZE
                       HOR-RUN-DATE
                         DELIMITED BY SIZE
                       INTO WS-HANDOFF-REASON
                   END-STRING
               WHEN OTHER
                   PERFORM 1160-TALLY-PART-LIST
           END-EVALUATE
           IF WS-HANDOFF-REASON NOT = SPACES
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0033" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "HANDOFF MISMATCH - "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HANDOFF-REASON, TRAILING)
                     DELIMITED BY SIZE
                   " - ABORT DSN=" DELIMITED BY SIZE
                   WS-PCUR-DSN DELIMITED BY SPACE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1160-TALLY-PART-LIST.
           MOVE 0 TO HOR-TALLY-COUNT
           MOVE 0 TO HOR-TALLY-HASH
           SET HOR-ADD-RECORD TO TRUE
           MOVE 'N' TO WS-CSORT-EOF-SW
           OPEN INPUT PART-CURR-FILE
           PERFORM UNTIL WS-CSORT-EOF
               READ PART-CURR-FILE
                   AT END
                       SET WS-CSORT-EOF TO TRUE
                   NOT AT END
                       MOVE PART-CURR-FILE-RECORD TO HOR-RECORD-DATA
                       CALL "handoff" USING WS-HANDOFF-REQUEST
               END-READ
           END-PERFORM
           CLOSE PART-CURR-FILE
           MOVE 'N' TO WS-CSORT-EOF-SW
           EVALUATE TRUE
               WHEN HOR-TALLY-COUNT NOT = HOR-RECORD-COUNT
                   STRING
                       "FOUND "
                         DELIMITED BY SIZE
                       HOR-TALLY-COUNT
                         DELIMITED BY SIZE
                       " RECORDS, HANDED OVER "
                         DELIMITED BY SIZE
                       HOR-RECORD-COUNT
                         DELIMITED BY SIZE
                       INTO WS-HANDOFF-REASON
                   END-STRING
               WHEN HOR-TALLY-HASH NOT = HOR-HASH-TOTAL
                   MOVE "CONTENT HASH DIFFERS FROM HANDOFF"
                       TO WS-HANDOFF-REASON
           END-EVALUATE.

       2000-SORT-CURRENT.
           SORT CURR-SORT-FILE
               ON ASCENDING KEY SRT-PC-DSN SRT-PC-ROW SRT-PC-COL
           CLOSE ACTION-FILE.

       3650-APPLY-ONE-ACTION.
           PERFORM 3640-TAKE-BEFORE-IMAGE
           PERFORM 3645-JOURNAL-BEFORE-IMAGE
           MOVE WS-GROUP-DSN TO MST-SCHEMATIC-DSN
           MOVE ACT-ROW TO MST-ROW
           MOVE ACT-COL TO MST-COL
                   DISPLAY "PARTDLTA: BAD ACTION RECORD IGNORED"
           END-EVALUATE.

      * The master record under the action's key is read and written
      * to the journal before the update is applied; an add finds no
      * record and journals the key alone, so a backout deletes it.
      * An update that then fails on its key leaves a before-image of
      * the record as it still stands, which a backout puts back
      * unchanged.
       3640-TAKE-BEFORE-IMAGE.
           MOVE WS-GROUP-DSN TO MST-SCHEMATIC-DSN
           MOVE ACT-ROW TO MST-ROW
           MOVE ACT-COL TO MST-COL
           MOVE SPACES TO JNL-RECORD
           READ PART-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO JNL-BEFORE-SW
                   MOVE WS-GROUP-DSN TO JNL-SCHEMATIC-DSN
                   MOVE ACT-ROW TO JNL-ROW
                   MOVE ACT-COL TO JNL-COL
                   MOVE 0 TO JNL-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO JNL-BEFORE-SW
                   MOVE MST-RECORD TO JNL-BEFORE-IMAGE
           END-READ.

       3645-JOURNAL-BEFORE-IMAGE.
           ADD 1 TO WS-JOURNAL-COUNT
           MOVE WS-CTL-RUN-DATE TO JNL-RUN-DATE
           MOVE WS-RUN-STAMP TO JNL-RUN-STAMP
           MOVE WS-JOURNAL-COUNT TO JNL-SEQ
           MOVE ACT-TYPE TO JNL-ACTION
           WRITE JOURNAL-FILE-RECORD FROM JNL-RECORD
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "PARTDLTA: JOURNAL WRITE ERROR STATUS="
                   WS-JOURNAL-FILE-STATUS " - ABORT"
               CLOSE PART-MASTER-FILE
               CLOSE JOURNAL-FILE
               CLOSE REPORT-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ADDED-COUNT TO WS-EDIT-9
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-JOURNAL-COUNT TO WS-EDIT-9
           STRING "BEFORE-IMAGES JOURNALLED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           COMPUTE WS-DELTA-COUNT =
               WS-ADDED-COUNT + WS-REMOVED-COUNT + WS-CHANGED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           END-IF
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-DELTA-COUNT.

       9100-WRITE-LOG.
           CALL "runlog" USING WS-LOG-REQUEST.
