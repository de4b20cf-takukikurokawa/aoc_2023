      * AoC Day03 Part Number Catalog Validation
      * Checks every part number cobol3 wrote to PARTCURR.DAT against
      * the engineering part catalog (PARTCAT.MST, kept by catmaint)
      * so a mis-keyed digit in a deck is caught before the COBOL3.EXT
      * inventory feed goes out. Runs in the chain after cobol3 and
      * ahead of partdlta; each part number is looked up by key, so
      * the run is never capped by an in-storage catalog table.
      * Exceptions reported, one line per part number on a schematic:
      *   UNKNOWN      - value is not on the catalog at all
      *   RETIRED      - value was retired and is still on a schematic
      *   SUPERSEDED   - value was replaced; the replacement is shown
      *   NOT EFFECTIVE - value is active but only from a date after
      *                  the run date
      * The part list must match the handoff record cobol3 wrote for
      * it (HANDOFF.DAT) in generation, run date, record count and
      * content hash before any part number is checked (AOC0033).
      * Return codes: 8 = catalog or part list unusable, or the part
      * list differs from its handoff,
      * 4 = one or more exceptions (hold the feed), 0 = all clean.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. partval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT PART-CURR-FILE ASSIGN DYNAMIC WS-PCUR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-FILE-STATUS.
           SELECT PART-CATALOG-FILE ASSIGN TO "PARTCAT.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAT-NUMBER
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PARTVAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD         PIC X(80).

       FD  PART-CURR-FILE.
       01  PART-CURR-FILE-RECORD       PIC X(61).

       FD  PART-CATALOG-FILE.
           COPY WSPCAT.

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
      * The part list checked is the current catalogued generation
      * of PARTCURR.DAT; the fixed name stands in when the catalog
      * has no active generation.
       01  WS-PCUR-DSN                 PIC X(60) VALUE "PARTCURR.DAT".
       01  WS-PCUR-GEN-SEQ             PIC 9(4) VALUE 0.
       01  WS-HANDOFF-REASON           PIC X(60) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CURR-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CATALOG-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-CURR-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-CURR-EOF                     VALUE 'Y'.

           COPY WSCTRL.
           COPY WSRLOG.
           COPY WSGREQ.
           COPY WSHREQ.
           COPY WSPCUR.

       01  WS-EXCEPTION-TYPE           PIC X(14) VALUE SPACES.
       01  WS-EXCEPTION-INFO           PIC X(40) VALUE SPACES.

       01  WS-NUMBERS-CHECKED          PIC 9(7) VALUE 0.
       01  WS-VALID-COUNT              PIC 9(7) VALUE 0.
       01  WS-UNKNOWN-COUNT            PIC 9(7) VALUE 0.
       01  WS-RETIRED-COUNT            PIC 9(7) VALUE 0.
       01  WS-SUPERSEDED-COUNT         PIC 9(7) VALUE 0.
       01  WS-NOT-EFFECTIVE-COUNT      PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(7) VALUE 0.

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-EDIT-ROW                 PIC ZZ9.
       01  WS-EDIT-COL                 PIC ZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 PART NUMBER CATALOG VALIDATION REPORT".
       01  WS-HEADING-2                PIC X(132) VALUE
           "EXCEPTION      NUMBER  ROW COL SCHEMATIC / DETAIL".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "partval" TO LOG-PROGRAM-ID
           PERFORM 1000-READ-CONTROL
           PERFORM 1100-OPEN-FILES
           PERFORM 2000-VALIDATE-PARTS
           PERFORM 5000-WRITE-SUMMARY
           CLOSE PART-CURR-FILE
           CLOSE PART-CATALOG-FILE
           CLOSE REPORT-FILE
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1000-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0001" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "CONTROL FILE OPEN ERROR STATUS="
                     DELIMITED BY SIZE
                   WS-CONTROL-FILE-STATUS
                     DELIMITED BY SIZE
                   " - ABORT"
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ CONTROL-FILE INTO WS-CONTROL-RECORD
               AT END
                   MOVE "E" TO LOG-SEVERITY
                   MOVE "AOC0002" TO LOG-MESSAGE-CODE
                   MOVE SPACES TO LOG-MESSAGE-TEXT
                   STRING
                       "MISSING CONTROL.DAT - ABORT"
                         DELIMITED BY SIZE
                       INTO LOG-MESSAGE-TEXT
                   END-STRING
                   PERFORM 9100-WRITE-LOG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE CONTROL-FILE.

       1100-OPEN-FILES.
           MOVE "C" TO GCR-FUNCTION
           MOVE "PARTCURR.DAT" TO GCR-BASE-DSN
           MOVE SPACES TO GCR-RUN-DATE
           MOVE 0 TO GCR-RETAIN-COUNT
           CALL "gencat" USING WS-GENCAT-REQUEST
           IF GCR-RETURN-STATUS = "0"
               MOVE GCR-GEN-DSN TO WS-PCUR-DSN
               MOVE GCR-SEQ TO WS-PCUR-GEN-SEQ
           END-IF
           OPEN INPUT PART-CURR-FILE
           IF WS-CURR-FILE-STATUS NOT = "00"
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0024" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "PART LIST OPEN ERROR STATUS="
                     DELIMITED BY SIZE
                   WS-CURR-FILE-STATUS
                     DELIMITED BY SIZE
                   " DSN=" DELIMITED BY SIZE
                   WS-PCUR-DSN DELIMITED BY SPACE
                   " - ABORT"
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PART-CURR-FILE
           PERFORM 1150-VERIFY-HANDOFF
           OPEN INPUT PART-CURR-FILE
           OPEN INPUT PART-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0024" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "PART CATALOG OPEN ERROR STATUS="
                     DELIMITED BY SIZE
                   WS-CATALOG-FILE-STATUS
                     DELIMITED BY SIZE
                   " - ABORT"
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               CLOSE PART-CURR-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN DATE " DELIMITED BY SIZE
               WS-CTL-RUN-DATE DELIMITED BY SIZE
               "  PART LIST " DELIMITED BY SIZE
               WS-PCUR-DSN DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2.

      * The part list is proved against the handoff record cobol3
      * wrote for it, exactly as partdlta proves it: the catalog's
      * current generation, handed over for this run date, with the
      * same record count and content hash. A list that differs is
      * not validated, since a clean report on it would clear the
      * inventory feed for data cobol3 never produced.
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
           MOVE 'N' TO WS-CURR-EOF-SW
           OPEN INPUT PART-CURR-FILE
           PERFORM UNTIL WS-CURR-EOF
               READ PART-CURR-FILE
                   AT END
                       SET WS-CURR-EOF TO TRUE
                   NOT AT END
                       MOVE PART-CURR-FILE-RECORD TO HOR-RECORD-DATA
                       CALL "handoff" USING WS-HANDOFF-REQUEST
               END-READ
           END-PERFORM
           CLOSE PART-CURR-FILE
           MOVE 'N' TO WS-CURR-EOF-SW
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

       2000-VALIDATE-PARTS.
           PERFORM UNTIL WS-CURR-EOF
               READ PART-CURR-FILE INTO WS-PART-CURR-RECORD
                   AT END
                       SET WS-CURR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NUMBERS-CHECKED
                       PERFORM 2100-CHECK-ONE-NUMBER
               END-READ
           END-PERFORM.

      * An active number dated after the run date has been issued
      * but may not yet appear on a released deck.
       2100-CHECK-ONE-NUMBER.
           MOVE SPACES TO WS-EXCEPTION-TYPE
           MOVE SPACES TO WS-EXCEPTION-INFO
           MOVE PC-NUMBER TO PCAT-NUMBER
           READ PART-CATALOG-FILE
               INVALID KEY
                   MOVE "UNKNOWN" TO WS-EXCEPTION-TYPE
                   ADD 1 TO WS-UNKNOWN-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PCAT-RETIRED
                           MOVE "RETIRED" TO WS-EXCEPTION-TYPE
                           STRING "RETIRED " DELIMITED BY SIZE
                               PCAT-EFF-DATE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               PCAT-DESC DELIMITED BY SIZE
                               INTO WS-EXCEPTION-INFO
                           END-STRING
                           ADD 1 TO WS-RETIRED-COUNT
                       WHEN PCAT-SUPERSEDED
                           MOVE "SUPERSEDED" TO WS-EXCEPTION-TYPE
                           STRING "REPLACED BY " DELIMITED BY SIZE
                               PCAT-SUPERSEDED-BY DELIMITED BY SIZE
                               " FROM " DELIMITED BY SIZE
                               PCAT-EFF-DATE DELIMITED BY SIZE
                               INTO WS-EXCEPTION-INFO
                           END-STRING
                           ADD 1 TO WS-SUPERSEDED-COUNT
                       WHEN PCAT-EFF-DATE > WS-CTL-RUN-DATE
                           MOVE "NOT EFFECTIVE" TO WS-EXCEPTION-TYPE
                           STRING "EFFECTIVE " DELIMITED BY SIZE
                               PCAT-EFF-DATE DELIMITED BY SIZE
                               INTO WS-EXCEPTION-INFO
                           END-STRING
                           ADD 1 TO WS-NOT-EFFECTIVE-COUNT
                       WHEN OTHER
                           ADD 1 TO WS-VALID-COUNT
                   END-EVALUATE
           END-READ
           IF WS-EXCEPTION-TYPE NOT = SPACES
               ADD 1 TO WS-EXCEPTION-COUNT
               PERFORM 2200-WRITE-EXCEPTION
           END-IF.

       2200-WRITE-EXCEPTION.
           MOVE PC-ROW TO WS-EDIT-ROW
           MOVE PC-COL TO WS-EDIT-COL
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EXCEPTION-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PC-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-ROW DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-COL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PC-SCHEMATIC-DSN DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           IF WS-EXCEPTION-INFO NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "                              "
                   DELIMITED BY SIZE
                   WS-EXCEPTION-INFO DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NUMBERS-CHECKED TO WS-EDIT-9
           STRING "PART NUMBERS CHECKED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-VALID-COUNT TO WS-EDIT-9
           STRING "VALID                : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-UNKNOWN-COUNT TO WS-EDIT-9
           STRING "UNKNOWN              : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RETIRED-COUNT TO WS-EDIT-9
           STRING "RETIRED              : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SUPERSEDED-COUNT TO WS-EDIT-9
           STRING "SUPERSEDED           : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-NOT-EFFECTIVE-COUNT TO WS-EDIT-9
           STRING "NOT YET EFFECTIVE    : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           IF WS-EXCEPTION-COUNT > 0
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0023" TO LOG-MESSAGE-CODE
               MOVE WS-EXCEPTION-COUNT TO WS-EDIT-9
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "PART CATALOG EXCEPTIONS=" DELIMITED BY SIZE
                   WS-EDIT-9 DELIMITED BY SIZE
                   " - HOLD INVENTORY FEED" DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               MOVE "*** PART CATALOG EXCEPTIONS - HOLD INVENTORY FEED"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF
           DISPLAY WS-EXCEPTION-COUNT.

       9100-WRITE-LOG.
           CALL "runlog" USING WS-LOG-REQUEST.
