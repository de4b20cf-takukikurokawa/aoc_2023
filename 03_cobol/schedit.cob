      * codes, and an edit report with a batch summary. A schematic
      * that fails its control checks is reported and skipped so one
      * bad deck cannot hold up the rest of the batch.
      * Each cleaned deck is handed to the scan steps with a handoff
      * control record (HANDOFF.DAT, WSHAND) carrying its row count
      * and content hash, which the scan steps verify before use.
      * Return codes (worst across the batch): 8 = control error
      * (stale/duplicate run date, bad limits or open failure),
      * 4 = schematic records rejected, 0 = every schematic clean.
           COPY WSCTRL.
           COPY WSSYMR.
           COPY WSGREQ.
           COPY WSHREQ.

       01  K PIC 9(3).
       01  C PIC X(1).
               PERFORM 3000-EDIT-SCHEMATIC
               PERFORM 4000-WRITE-SUMMARY
               PERFORM 6000-CLOSE-EDIT-FILES
               PERFORM 6100-WRITE-HANDOFF
               ADD 1 TO WS-BAT-SCHEMATICS-EDITED
               ADD WS-ROWS-REJECTED TO WS-BAT-ROWS-REJECTED
               IF WS-ROWS-REJECTED > 0
           MOVE 0 TO WS-R3-COUNT
           MOVE 0 TO WS-R4-COUNT
           MOVE 0 TO WS-R5-COUNT
           MOVE 0 TO HOR-TALLY-COUNT
           MOVE 0 TO HOR-TALLY-HASH
           MOVE WS-CTL-SCHEMATIC-DSN TO WS-SCHEMATIC-DSN
           MOVE SPACES TO WS-CLEAN-DSN
           STRING FUNCTION TRIM(WS-CTL-SCHEMATIC-DSN, TRAILING)
               INSPECT CLEAN-FILE-RECORD(1:WS-LINE-LEN)
                   REPLACING ALL SPACE BY "."
               WRITE CLEAN-FILE-RECORD
               MOVE CLEAN-FILE-RECORD TO HOR-RECORD-DATA
               SET HOR-ADD-RECORD TO TRUE
               CALL "handoff" USING WS-HANDOFF-REQUEST
           ELSE
               PERFORM 3300-REJECT-ROW
           END-IF.
       6000-CLOSE-EDIT-FILES.
           CLOSE SCHEMATIC-FILE
           CLOSE CLEAN-FILE.

      * The cleaned deck is handed to the scan steps under the
      * schematic DSN they find on the control record, with the
      * count and hash of the rows just written; cobol3 and reconcil
      * will not read a deck that no longer matches it. A handoff
      * that cannot be recorded fails the batch, since the scan
      * steps would refuse the deck anyway.
       6100-WRITE-HANDOFF.
           SET HOR-WRITE-HANDOFF TO TRUE
           MOVE WS-CTL-SCHEMATIC-DSN TO HOR-BASE-DSN
           MOVE WS-CLEAN-DSN TO HOR-DSN
           MOVE "schedit" TO HOR-PRODUCER
           MOVE WS-CTL-RUN-DATE TO HOR-RUN-DATE
           MOVE 0 TO HOR-GENERATION
           CALL "handoff" USING WS-HANDOFF-REQUEST
           MOVE SPACES TO WS-REPORT-LINE
           IF HOR-RETURN-STATUS = "0"
               MOVE HOR-TALLY-COUNT TO WS-EDIT-9
               STRING "HANDOFF       : " DELIMITED BY SIZE
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
               MOVE "HANDOFF RECORD NOT WRITTEN - DECK WILL BE REFUSED"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               DISPLAY "SCHEDIT: HANDOFF RECORD NOT WRITTEN FOR "
                   WS-CLEAN-DSN
               MOVE 8 TO WS-BATCH-RC
           END-IF.
