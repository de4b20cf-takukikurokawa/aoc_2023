      * AoC Day03 Step Handoff Control
      * Common subprogram CALLed by every step that hands a dataset
      * to a later step and by every step that reads one, the way
      * gencat is CALLed for generations. The producer tallies each
      * record it writes and, once the dataset is closed, records a
      * handoff control record naming the dataset, its generation,
      * the record count and the content hash total. The consumer
      * fetches that record, tallies the dataset as it finds it and
      * stops on any difference, so a deck re-edited by hand after
      * the producer ran, or the wrong generation, is caught at the
      * step boundary. The handoff records survive in HANDOFF.DAT,
      * one current record per base name, reloaded on every call
      * and rewritten whole when a record is written.
      * Content hash: each record's trailing-trimmed characters are
      * weighted by their column (character ordinal times column,
      * summed), the row sum is weighted by the record's position
      * in the dataset, and the running total is kept modulo 10**15.
      * A changed, added, dropped or reordered row moves the total.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. handoff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOFF-FILE ASSIGN TO "HANDOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HANDOFF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HANDOFF-FILE.
       01  HANDOFF-FILE-RECORD         PIC X(185).

       WORKING-STORAGE SECTION.
       01  WS-HANDOFF-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-HOF-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-HOF-EOF                      VALUE 'Y'.

           COPY WSHAND.

       01  WS-MAX-HOF-ENTRIES          PIC 9(4) VALUE 500.
       01  WS-HOF-COUNT                PIC 9(4) VALUE 0.
       01  WS-HOF-TABLE.
           05  WS-HOF-ENTRY OCCURS 500 TIMES.
               10  WS-HOF-DATA         PIC X(185).

       01  WS-H                        PIC 9(4).
       01  WS-HOF-IDX                  PIC 9(4).

       01  WS-ROW-LEN                  PIC 9(3).
       01  WS-COL                      PIC 9(3).
       01  WS-ROW-HASH                 PIC 9(9).
       01  WS-HASH-WORK                PIC 9(18).
       01  WS-HASH-MODULUS             PIC 9(16)
           VALUE 1000000000000000.

       LINKAGE SECTION.
           COPY WSHREQ.

       PROCEDURE DIVISION USING WS-HANDOFF-REQUEST.
       0000-MAIN.
           MOVE "0" TO HOR-RETURN-STATUS
           EVALUATE TRUE
               WHEN HOR-ADD-RECORD
                   PERFORM 2000-ADD-RECORD
               WHEN HOR-WRITE-HANDOFF
                   PERFORM 1000-LOAD-HANDOFFS
                   IF HOR-RETURN-STATUS = "0"
                       PERFORM 3000-WRITE-HANDOFF
                   END-IF
               WHEN HOR-GET-HANDOFF
                   PERFORM 1000-LOAD-HANDOFFS
                   IF HOR-RETURN-STATUS = "0"
                       PERFORM 4000-GET-HANDOFF
                   END-IF
               WHEN OTHER
                   MOVE "2" TO HOR-RETURN-STATUS
           END-EVALUATE
           GOBACK.

      * A missing handoff dataset (status 35) is normal on the first
      * night; it loads empty and the first handover creates it. Any
      * other open failure is reported as unreadable, so a handover
      * never rewrites the file from an empty table and loses every
      * other base on it.
       1000-LOAD-HANDOFFS.
           MOVE 0 TO WS-HOF-COUNT
           MOVE 'N' TO WS-HOF-EOF-SW
           OPEN INPUT HANDOFF-FILE
           EVALUATE WS-HANDOFF-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-HOF-EOF
                       READ HANDOFF-FILE
                           AT END
                               SET WS-HOF-EOF TO TRUE
                           NOT AT END
                               PERFORM 1100-ADD-HANDOFF-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE HANDOFF-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "HANDOFF: HANDOFF.DAT OPEN ERROR STATUS="
                       WS-HANDOFF-FILE-STATUS
                   MOVE "2" TO HOR-RETURN-STATUS
           END-EVALUATE.

       1100-ADD-HANDOFF-ENTRY.
           IF WS-HOF-COUNT >= WS-MAX-HOF-ENTRIES
               DISPLAY "HANDOFF: HANDOFF.DAT EXCEEDS MAX "
                   WS-MAX-HOF-ENTRIES " - RUN HOUSKEEP ON IT"
               MOVE "2" TO HOR-RETURN-STATUS
           ELSE
               ADD 1 TO WS-HOF-COUNT
               MOVE HANDOFF-FILE-RECORD TO WS-HOF-DATA(WS-HOF-COUNT)
           END-IF.

       2000-ADD-RECORD.
           MOVE 0 TO WS-ROW-HASH
           IF HOR-RECORD-DATA NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   HOR-RECORD-DATA, TRAILING))
                   TO WS-ROW-LEN
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL > WS-ROW-LEN
                   COMPUTE WS-ROW-HASH = WS-ROW-HASH
                       + FUNCTION ORD(HOR-RECORD-DATA(WS-COL:1))
                       * WS-COL
               END-PERFORM
           END-IF
           ADD 1 TO HOR-TALLY-COUNT
           COMPUTE WS-HASH-WORK = HOR-TALLY-HASH
               + WS-ROW-HASH * HOR-TALLY-COUNT
           COMPUTE HOR-TALLY-HASH =
               FUNCTION MOD(WS-HASH-WORK, WS-HASH-MODULUS).

       3000-WRITE-HANDOFF.
           PERFORM 3100-FIND-BASE
           IF HOR-GENERATION = 0
               IF WS-HOF-IDX = 0
                   MOVE 1 TO HOR-GENERATION
               ELSE
                   MOVE WS-HOF-DATA(WS-HOF-IDX) TO WS-HANDOFF-RECORD
                   IF HOF-GENERATION NUMERIC
                       COMPUTE HOR-GENERATION = HOF-GENERATION + 1
                   ELSE
                       MOVE 1 TO HOR-GENERATION
                   END-IF
               END-IF
           END-IF
           IF WS-HOF-IDX = 0
               IF WS-HOF-COUNT >= WS-MAX-HOF-ENTRIES
                   MOVE "2" TO HOR-RETURN-STATUS
               ELSE
                   ADD 1 TO WS-HOF-COUNT
                   MOVE WS-HOF-COUNT TO WS-HOF-IDX
               END-IF
           END-IF
           IF HOR-RETURN-STATUS = "0"
               MOVE HOR-TALLY-COUNT TO HOR-RECORD-COUNT
               MOVE HOR-TALLY-HASH TO HOR-HASH-TOTAL
               MOVE FUNCTION CURRENT-DATE(1:14) TO HOR-WRITTEN-TS
               MOVE SPACES TO WS-HANDOFF-RECORD
               MOVE HOR-BASE-DSN TO HOF-BASE-DSN
               MOVE HOR-DSN TO HOF-DSN
               MOVE HOR-PRODUCER TO HOF-PRODUCER
               MOVE HOR-RUN-DATE TO HOF-RUN-DATE
               MOVE HOR-GENERATION TO HOF-GENERATION
               MOVE HOR-RECORD-COUNT TO HOF-RECORD-COUNT
               MOVE HOR-HASH-TOTAL TO HOF-HASH-TOTAL
               MOVE HOR-WRITTEN-TS TO HOF-WRITTEN-TS
               MOVE WS-HANDOFF-RECORD TO WS-HOF-DATA(WS-HOF-IDX)
               PERFORM 5000-REWRITE-HANDOFFS
           END-IF.

       3100-FIND-BASE.
           MOVE 0 TO WS-HOF-IDX
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HOF-COUNT
               MOVE WS-HOF-DATA(WS-H) TO WS-HANDOFF-RECORD
               IF HOF-BASE-DSN = HOR-BASE-DSN
                   MOVE WS-H TO WS-HOF-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       4000-GET-HANDOFF.
           PERFORM 3100-FIND-BASE
           IF WS-HOF-IDX = 0
               MOVE "1" TO HOR-RETURN-STATUS
           ELSE
               MOVE WS-HOF-DATA(WS-HOF-IDX) TO WS-HANDOFF-RECORD
               MOVE HOF-DSN TO HOR-DSN
               MOVE HOF-PRODUCER TO HOR-PRODUCER
               MOVE HOF-RUN-DATE TO HOR-RUN-DATE
               MOVE HOF-GENERATION TO HOR-GENERATION
               MOVE HOF-RECORD-COUNT TO HOR-RECORD-COUNT
               MOVE HOF-HASH-TOTAL TO HOR-HASH-TOTAL
               MOVE HOF-WRITTEN-TS TO HOR-WRITTEN-TS
           END-IF.

       5000-REWRITE-HANDOFFS.
           OPEN OUTPUT HANDOFF-FILE
           IF WS-HANDOFF-FILE-STATUS NOT = "00"
               DISPLAY "HANDOFF: HANDOFF.DAT REWRITE OPEN ERROR STATUS="
                   WS-HANDOFF-FILE-STATUS
               MOVE "2" TO HOR-RETURN-STATUS
           ELSE
               PERFORM VARYING WS-H FROM 1 BY 1
                       UNTIL WS-H > WS-HOF-COUNT
                   WRITE HANDOFF-FILE-RECORD FROM WS-HOF-DATA(WS-H)
               END-PERFORM
               CLOSE HANDOFF-FILE
           END-IF.
