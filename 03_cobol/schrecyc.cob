      * control record or no rejected row are reported as orphans.
      * The R1 character edit reads the same symbol reference master
      * schedit reads, with the same built-in fallback list.
      * Corrections are keyed to SCHEDIT.COR with the submitter's ID
      * in cols 556-563 and taken into the dual-control queue
      * (DUALCTL.PND, WSDUAL) by dualctl. Only corrections a second
      * operator has released there, taken in under the deck's run
      * date, are applied. Because every recycle rebuilds from the
      * raw deck, corrections already applied for this run date are
      * applied again, and a later correction to the same row
      * supersedes an earlier one. Each correction's result is
      * recorded on its queue entry and the report names who
      * submitted and who approved it. A rebuilt deck is handed over
      * again (HANDOFF.DAT, WSHAND) as the next generation, with the
      * count and hash of the rows written, for the scan steps to
      * verify.
      * Return codes: 8 = control, queue or deck unusable,
      * 4 = corrections
      * still failing / rejects uncorrected / orphan corrections,
      * 0 = every reject repaired.
       IDENTIFICATION DIVISION.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "DUALCTL.PND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-FILE-STATUS.
           SELECT WORK-FILE ASSIGN TO "SCHRECYC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN DYNAMIC WS-REJ-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD         PIC X(80).

       FD  QUEUE-FILE.
       01  QUEUE-FILE-RECORD           PIC X(679).

       FD  WORK-FILE.
       01  WORK-FILE-RECORD            PIC X(679).

       FD  REJECT-FILE.
       01  REJECT-FILE-RECORD          PIC X(524).
      * catalog has no active generation.
       01  WS-REJ-DSN                  PIC X(60) VALUE "SCHEDIT.REJ".
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-QUEUE-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-WORK-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REJECT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SCHEMATIC-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-CLEAN-FILE-STATUS        PIC XX VALUE SPACES.
           88  WS-SYMREF-EOF                   VALUE 'Y'.
       01  WS-RECYCLE-FAILED-SW        PIC X(1) VALUE 'N'.
           88  WS-RECYCLE-FAILED               VALUE 'Y'.
       01  WS-HANDOFF-FAILED-SW        PIC X(1) VALUE 'N'.
           88  WS-HANDOFF-FAILED               VALUE 'Y'.

           COPY WSCTRL.
           COPY WSSYMR.
           COPY WSGREQ.
           COPY WSDUAL.
           COPY WSHREQ.

      * Correction transaction: the schematic DSN and raw-deck row
      * number the replacement text belongs to.
           05  FILLER                   PIC X(1).
           05  REJ-DATA                 PIC X(500).

      * -- Released corrections for the run, loaded up front; a
      * -- batch window fix runs a handful of rows, so a bounded
      * -- table is fine. USED-SW is N unused, Y used, S superseded
      * -- by a later correction to the same row. RESULT is what
      * -- goes back on the queue entry: A applied, J rejected.
       01  WS-MAX-COR-ENTRIES          PIC 9(3) VALUE 200.
       01  WS-COR-COUNT                PIC 9(3) VALUE 0.
       01  WS-COR-LIST.
               10  WS-COR-ROW          PIC 9(5).
               10  WS-COR-TEXT         PIC X(500).
               10  WS-COR-USED-SW      PIC X(1).
               10  WS-COR-QUEUE-ID     PIC 9(7).
               10  WS-COR-SUBMITTER    PIC X(8).
               10  WS-COR-APPROVER     PIC X(8).
               10  WS-COR-RESULT       PIC X(1).
               10  WS-COR-RESULT-NOTE  PIC X(40).

      * -- Whole reject file, loaded up front, keyed by control
      * -- record sequence plus raw row number.
       01  WS-BAT-STILL-FAILING        PIC 9(5) VALUE 0.
       01  WS-BAT-UNCORRECTED          PIC 9(5) VALUE 0.
       01  WS-BAT-ORPHAN-CORS          PIC 9(5) VALUE 0.
       01  WS-CORS-AWAITING            PIC 9(5) VALUE 0.
       01  WS-DECK-RUN-DATE            PIC X(8) VALUE SPACES.
       01  WS-RUN-STAMP                PIC X(14) VALUE SPACES.
       01  WS-Q                        PIC 9(3).
       01  WS-COR-REF-TEXT             PIC X(50) VALUE SPACES.

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           PERFORM 1000-OPEN-CONTROL
           PERFORM 2000-OPEN-REPORT-FILE
           PERFORM 1100-LOAD-CORRECTIONS
           CLOSE CONTROL-FILE
           PERFORM 4000-REPORT-ORPHAN-CORRECTIONS
           PERFORM 4500-WRITE-BATCH-SUMMARY
           IF WS-COR-COUNT > 0
               PERFORM 5000-MARK-QUEUE-ENTRIES
           END-IF
           CLOSE REPORT-FILE
           IF WS-BAT-STILL-FAILING > 0
              OR WS-BAT-UNCORRECTED > 0
              OR WS-BAT-ORPHAN-CORS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-HANDOFF-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The deck's run date comes off the first control record and
      * picks which night's corrections apply; the file is then
      * reopened for the recycle pass proper.
       1000-OPEN-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
                   WS-CONTROL-FILE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-FILE INTO WS-CONTROL-RECORD
               AT END
                   MOVE SPACES TO WS-CONTROL-RECORD
           END-READ
           MOVE WS-CTL-RUN-DATE TO WS-DECK-RUN-DATE
           CLOSE CONTROL-FILE
           OPEN INPUT CONTROL-FILE.

      * Corrections still waiting for a second operator are only
      * counted; they reach the deck on the first recycle after they
      * are released.
       1100-LOAD-CORRECTIONS.
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "SCHRECYC: DUALCTL.PND OPEN ERROR STATUS="
                   WS-QUEUE-FILE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-COR-EOF
               READ QUEUE-FILE INTO DQ-RECORD
                   AT END
                       SET WS-COR-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN NOT DQ-CORRECTION
                               CONTINUE
                           WHEN DQ-PENDING
                               ADD 1 TO WS-CORS-AWAITING
                           WHEN DQ-RUN-DATE NOT = WS-DECK-RUN-DATE
                               CONTINUE
                           WHEN DQ-RELEASED OR DQ-APPLIED
                               MOVE DQ-TRAN-DATA
                                   TO WS-CORRECTION-RECORD
                               PERFORM 1150-ADD-CORRECTION-ENTRY
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-COR-COUNT TO WS-EDIT-9
           STRING "CORRECTIONS READ : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CORS-AWAITING TO WS-EDIT-9
           STRING "AWAITING APPROVAL: " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       1150-ADD-CORRECTION-ENTRY.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-Q FROM 1 BY 1
                   UNTIL WS-Q > WS-COR-COUNT
               IF WS-COR-DSN(WS-Q) = COR-SCHEMATIC-DSN
                  AND WS-COR-ROW(WS-Q) = COR-ROW
                  AND WS-COR-USED-SW(WS-Q) = "N"
                   MOVE "S" TO WS-COR-USED-SW(WS-Q)
                   MOVE "J" TO WS-COR-RESULT(WS-Q)
                   MOVE SPACES TO WS-COR-RESULT-NOTE(WS-Q)
                   STRING "SUPERSEDED BY " DELIMITED BY SIZE
                       DQ-ID DELIMITED BY SIZE
                       INTO WS-COR-RESULT-NOTE(WS-Q)
                   END-STRING
               END-IF
           END-PERFORM
           ADD 1 TO WS-COR-COUNT
           MOVE COR-SCHEMATIC-DSN TO WS-COR-DSN(WS-COR-COUNT)
           MOVE COR-ROW TO WS-COR-ROW(WS-COR-COUNT)
           MOVE COR-DATA TO WS-COR-TEXT(WS-COR-COUNT)
           MOVE "N" TO WS-COR-USED-SW(WS-COR-COUNT)
           MOVE DQ-ID TO WS-COR-QUEUE-ID(WS-COR-COUNT)
           MOVE DQ-SUBMITTER TO WS-COR-SUBMITTER(WS-COR-COUNT)
           MOVE DQ-APPROVER TO WS-COR-APPROVER(WS-COR-COUNT)
           MOVE SPACES TO WS-COR-RESULT(WS-COR-COUNT)
           MOVE SPACES TO WS-COR-RESULT-NOTE(WS-COR-COUNT).

      * The symbol reference master drives the R1 edit the same way
      * it does in schedit; a missing master falls back to the
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-COR-COUNT
               IF WS-COR-DSN(WS-M) = WS-CTL-SCHEMATIC-DSN
                  AND WS-COR-USED-SW(WS-M) NOT = "S"
                   MOVE WS-M TO WS-COR-HIT
                   EXIT PERFORM
               END-IF
           MOVE 0 TO WS-ROWS-REPAIRED
           MOVE 0 TO WS-ROWS-STILL-FAILING
           MOVE 0 TO WS-ROWS-UNCORRECTED
           MOVE 0 TO HOR-TALLY-COUNT
           MOVE 0 TO HOR-TALLY-HASH
           MOVE SPACES TO WS-CLEAN-DSN
           STRING FUNCTION TRIM(WS-CTL-SCHEMATIC-DSN, TRAILING)
               DELIMITED BY SIZE
               END-PERFORM
               CLOSE SCHEMATIC-FILE
               CLOSE CLEAN-FILE
               PERFORM 3550-WRITE-HANDOFF
               PERFORM 3600-WRITE-SECTION-SUMMARY
               ADD WS-ROWS-REPAIRED TO WS-BAT-REPAIRED
               ADD WS-ROWS-STILL-FAILING TO WS-BAT-STILL-FAILING
           IF WS-COR-HIT > 0 AND WS-REJ-HIT = 0
               MOVE "Y" TO WS-COR-USED-SW(WS-COR-HIT)
               ADD 1 TO WS-BAT-ORPHAN-CORS
               MOVE WS-COR-HIT TO WS-Q
               MOVE "J" TO WS-COR-RESULT(WS-Q)
               MOVE "ROW WAS NOT REJECTED"
                   TO WS-COR-RESULT-NOTE(WS-Q)
               PERFORM 3900-BUILD-COR-REF-TEXT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MISDIRECTED CORRECTION ROW " DELIMITED BY SIZE
                   WS-ROW-NUM DELIMITED BY SIZE
                   " - ROW WAS NOT REJECTED, ORIGINAL KEPT"
                   DELIMITED BY SIZE
                   WS-COR-REF-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-COR-HIT > 0
               MOVE "Y" TO WS-COR-USED-SW(WS-COR-HIT)
               MOVE WS-COR-HIT TO WS-Q
               PERFORM 3900-BUILD-COR-REF-TEXT
               MOVE WS-COR-TEXT(WS-COR-HIT) TO WS-ROW-DATA
               PERFORM 3400-EDIT-ROW-TEXT
               IF WS-REJECT-REASON = SPACES
                   ADD 1 TO WS-ROWS-REPAIRED
                   PERFORM 3500-WRITE-CLEAN-ROW
                   MOVE "A" TO WS-COR-RESULT(WS-Q)
                   MOVE "APPLIED - ROW REPAIRED"
                       TO WS-COR-RESULT-NOTE(WS-Q)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "REPAIRED ROW " DELIMITED BY SIZE
                       WS-ROW-NUM DELIMITED BY SIZE
                       WS-COR-REF-TEXT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               ELSE
                   ADD 1 TO WS-ROWS-STILL-FAILING
                   MOVE "J" TO WS-COR-RESULT(WS-Q)
                   MOVE SPACES TO WS-COR-RESULT-NOTE(WS-Q)
                   STRING "STILL FAILS REASON " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                       INTO WS-COR-RESULT-NOTE(WS-Q)
                   END-STRING
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "STILL FAILS ROW " DELIMITED BY SIZE
                       WS-ROW-NUM DELIMITED BY SIZE
                       " REASON " DELIMITED BY SIZE
                       WS-REJECT-REASON DELIMITED BY SIZE
                       WS-COR-REF-TEXT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
                   UNTIL WS-M > WS-COR-COUNT
               IF WS-COR-DSN(WS-M) = WS-CTL-SCHEMATIC-DSN
                  AND WS-COR-ROW(WS-M) = WS-ROW-NUM
                  AND WS-COR-USED-SW(WS-M) NOT = "S"
                   MOVE WS-M TO WS-COR-HIT
                   EXIT PERFORM
               END-IF
               TO CLEAN-FILE-RECORD(1:WS-LINE-LEN)
           INSPECT CLEAN-FILE-RECORD(1:WS-LINE-LEN)
               REPLACING ALL SPACE BY "."
           WRITE CLEAN-FILE-RECORD
           MOVE CLEAN-FILE-RECORD TO HOR-RECORD-DATA
           SET HOR-ADD-RECORD TO TRUE
           CALL "handoff" USING WS-HANDOFF-REQUEST.

      * The rebuilt deck replaces the one schedit handed over, so it
      * is handed over again as the next generation with its own
      * count and hash; without that the scan steps would refuse
      * the repaired deck as a re-edit.
       3550-WRITE-HANDOFF.
           SET HOR-WRITE-HANDOFF TO TRUE
           MOVE WS-CTL-SCHEMATIC-DSN TO HOR-BASE-DSN
           MOVE WS-CLEAN-DSN TO HOR-DSN
           MOVE "schrecyc" TO HOR-PRODUCER
           MOVE WS-CTL-RUN-DATE TO HOR-RUN-DATE
           MOVE 0 TO HOR-GENERATION
           CALL "handoff" USING WS-HANDOFF-REQUEST
           MOVE SPACES TO WS-REPORT-LINE
           IF HOR-RETURN-STATUS = "0"
               MOVE HOR-TALLY-COUNT TO WS-EDIT-9
               STRING "HANDOFF             : " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLEAN-DSN, TRAILING)
                   DELIMITED BY SIZE
                   " GEN " DELIMITED BY SIZE
                   HOR-GENERATION DELIMITED BY SIZE
                   " ROWS " DELIMITED BY SIZE
                   WS-EDIT-9 DELIMITED BY SIZE
                   " HASH " DELIMITED BY SIZE
                   HOR-HASH-TOTAL DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           ELSE
               SET WS-HANDOFF-FAILED TO TRUE
               MOVE "HANDOFF RECORD NOT WRITTEN - DECK WILL BE REFUSED"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               DISPLAY "SCHRECYC: HANDOFF RECORD NOT WRITTEN FOR "
                   WS-CLEAN-DSN
           END-IF.

      * Who keyed and who released the correction being reported,
      * appended to its result line.
       3900-BUILD-COR-REF-TEXT.
           MOVE SPACES TO WS-COR-REF-TEXT
           STRING " QUEUE " DELIMITED BY SIZE
               WS-COR-QUEUE-ID(WS-Q) DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-COR-SUBMITTER(WS-Q) DELIMITED BY SIZE
               " APPROVED " DELIMITED BY SIZE
               WS-COR-APPROVER(WS-Q) DELIMITED BY SIZE
               INTO WS-COR-REF-TEXT
           END-STRING.

       3600-WRITE-SECTION-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
                   UNTIL WS-M > WS-COR-COUNT
               IF WS-COR-USED-SW(WS-M) = "N"
                   ADD 1 TO WS-BAT-ORPHAN-CORS
                   MOVE WS-M TO WS-Q
                   MOVE "J" TO WS-COR-RESULT(WS-Q)
                   MOVE "NO SUCH DECK ROW" TO WS-COR-RESULT-NOTE(WS-Q)
                   PERFORM 3900-BUILD-COR-REF-TEXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "ORPHAN CORRECTION " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-COR-DSN(WS-M), TRAILING)
                       " ROW " DELIMITED BY SIZE
                       WS-COR-ROW(WS-M) DELIMITED BY SIZE
                       " - NO SUCH DECK ROW" DELIMITED BY SIZE
                       WS-COR-REF-TEXT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-BAT-STILL-FAILING.

      * Every correction loaded has its result written back on its
      * queue entry, through a work file copied over the queue.
       5000-MARK-QUEUE-ENTRIES.
           MOVE 'N' TO WS-COR-EOF-SW
           OPEN INPUT QUEUE-FILE
           OPEN OUTPUT WORK-FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
              OR WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "SCHRECYC: QUEUE UPDATE OPEN ERROR STATUS="
                   WS-QUEUE-FILE-STATUS "/" WS-WORK-FILE-STATUS
                   " - QUEUE NOT MARKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-COR-EOF
               READ QUEUE-FILE INTO DQ-RECORD
                   AT END
                       SET WS-COR-EOF TO TRUE
                   NOT AT END
                       PERFORM 5100-MARK-ONE-ENTRY
                       WRITE WORK-FILE-RECORD FROM DQ-RECORD
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           CLOSE WORK-FILE
           MOVE 'N' TO WS-COR-EOF-SW
           OPEN INPUT WORK-FILE
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "SCHRECYC: SCHRECYC.TMP REOPEN ERROR STATUS="
                   WS-WORK-FILE-STATUS " - QUEUE NOT MARKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT QUEUE-FILE
           IF WS-QUEUE-FILE-STATUS NOT = "00"
               DISPLAY "SCHRECYC: QUEUE REWRITE OPEN ERROR STATUS="
                   WS-QUEUE-FILE-STATUS " - QUEUE NOT MARKED"
               CLOSE WORK-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-COR-EOF
               READ WORK-FILE INTO DQ-RECORD
                   AT END
                       SET WS-COR-EOF TO TRUE
                   NOT AT END
                       WRITE QUEUE-FILE-RECORD FROM DQ-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE QUEUE-FILE.

       5100-MARK-ONE-ENTRY.
           IF DQ-CORRECTION
               PERFORM VARYING WS-Q FROM 1 BY 1
                       UNTIL WS-Q > WS-COR-COUNT
                   IF WS-COR-QUEUE-ID(WS-Q) = DQ-ID
                      AND WS-COR-RESULT(WS-Q) NOT = SPACES
                       MOVE WS-COR-RESULT(WS-Q) TO DQ-STATUS
                       MOVE WS-COR-RESULT-NOTE(WS-Q) TO DQ-NOTE
                       MOVE WS-RUN-STAMP TO DQ-APPLY-TS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
