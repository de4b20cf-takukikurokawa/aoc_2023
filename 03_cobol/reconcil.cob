      * method, once via cobol2's from-scratch L/R boundary rescan
      * (generalized here to any symbol, not just '*') - and flags any
      * part number one method found that the other did not.
      * The schematic read is the cleaned deck schedit handed over
      * for the control record's DSN; its handoff record (HANDOFF.DAT,
      * WSHAND) is proved before the deck is used and a mismatch
      * stops the step (AOC0032).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reconcil.

           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SCHEMATIC-FILE ASSIGN DYNAMIC WS-SCHEMATIC-IN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEMATIC-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECONCIL.RPT"

       WORKING-STORAGE SECTION.
       01  WS-SCHEMATIC-DSN            PIC X(48) VALUE SPACES.
       01  WS-SCHEMATIC-IN-DSN         PIC X(60) VALUE SPACES.
       01  WS-HANDOFF-REASON           PIC X(50) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-SCHEMATIC-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
           88  WS-EOF                          VALUE 'Y'.

           COPY WSCTRL.
           COPY WSHREQ.
           COPY WSRLOG.
           COPY WSGRID.
           COPY WSHIST.
       0000-MAIN.
           MOVE "reconcil" TO LOG-PROGRAM-ID
           PERFORM 1000-READ-CONTROL
           PERFORM 1050-VERIFY-HANDOFF
           PERFORM 1100-OPEN-FILES
           PERFORM 1200-LOAD-SCHEMATIC
           PERFORM 2000-METHOD-A-BOOLEAN-GRID
               GOBACK
           END-IF.

      * The deck must be the one schedit (or schrecyc) handed over
      * for this run date, with the same row count and content hash,
      * before any output is opened; otherwise the step stops.
       1050-VERIFY-HANDOFF.
           MOVE SPACES TO WS-HANDOFF-REASON
           SET HOR-GET-HANDOFF TO TRUE
           MOVE WS-CTL-SCHEMATIC-DSN TO HOR-BASE-DSN
           CALL "handoff" USING WS-HANDOFF-REQUEST
           EVALUATE TRUE
               WHEN HOR-RETURN-STATUS = "1"
                   MOVE "NO HANDOFF RECORD" TO WS-HANDOFF-REASON
               WHEN HOR-RETURN-STATUS NOT = "0"
                   MOVE "HANDOFF.DAT UNREADABLE" TO WS-HANDOFF-REASON
               WHEN HOR-RUN-DATE NOT = WS-CTL-RUN-DATE
                   STRING
                       "HANDED OVER FOR RUN DATE "
                         DELIMITED BY SIZE
                       HOR-RUN-DATE
                         DELIMITED BY SIZE
                       INTO WS-HANDOFF-REASON
                   END-STRING
               WHEN OTHER
                   MOVE HOR-DSN TO WS-SCHEMATIC-IN-DSN
                   PERFORM 1060-TALLY-HANDED-DECK
           END-EVALUATE
           IF WS-HANDOFF-REASON NOT = SPACES
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0032" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "HANDOFF MISMATCH - "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HANDOFF-REASON, TRAILING)
                     DELIMITED BY SIZE
                   " - ABORT DSN="
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CTL-SCHEMATIC-DSN, TRAILING)
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       1060-TALLY-HANDED-DECK.
           MOVE 0 TO HOR-TALLY-COUNT
           MOVE 0 TO HOR-TALLY-HASH
           OPEN INPUT SCHEMATIC-FILE
           IF WS-SCHEMATIC-FILE-STATUS NOT = "00"
               STRING
                   "DECK OPEN ERROR STATUS="
                     DELIMITED BY SIZE
                   WS-SCHEMATIC-FILE-STATUS
                     DELIMITED BY SIZE
                   INTO WS-HANDOFF-REASON
               END-STRING
           ELSE
               SET HOR-ADD-RECORD TO TRUE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ SCHEMATIC-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SCHEMATIC-FILE-RECORD
                               TO HOR-RECORD-DATA
                           CALL "handoff" USING WS-HANDOFF-REQUEST
                   END-READ
               END-PERFORM
               CLOSE SCHEMATIC-FILE
               MOVE 'N' TO WS-EOF-SW
               EVALUATE TRUE
                   WHEN HOR-TALLY-COUNT NOT = HOR-RECORD-COUNT
                       STRING
                           "FOUND "
                             DELIMITED BY SIZE
                           HOR-TALLY-COUNT
                             DELIMITED BY SIZE
                           " ROWS, HANDED OVER "
                             DELIMITED BY SIZE
                           HOR-RECORD-COUNT
                             DELIMITED BY SIZE
                           INTO WS-HANDOFF-REASON
                       END-STRING
                   WHEN HOR-TALLY-HASH NOT = HOR-HASH-TOTAL
                       MOVE "CONTENT HASH DIFFERS FROM HANDOFF"
                           TO WS-HANDOFF-REASON
               END-EVALUATE
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT SCHEMATIC-FILE
           IF WS-SCHEMATIC-FILE-STATUS NOT = "00"
