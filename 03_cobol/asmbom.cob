      * AoC Day03 Assembly Bill of Materials
      * cobol3 credits each part number to the one symbol it found
      * first and judges every gear on its own, so nothing shows which
      * parts and symbols make up one physical assembly - two gears
      * sharing a part number, or a '#' and a '*' bridged by a single
      * number. This step walks the scanned grid of every schematic
      * in the control file and groups every part number and symbol
      * reachable from one another through adjacency into a numbered
      * assembly:
      *   - a symbol links every digit run touching any of its eight
      *     neighbor cells (the same adjacency cobol3 counts a part
      *     number on);
      *   - a part number links every symbol in the band one cell
      *     around its digit run.
      * Two symbols side by side with no part number between them are
      * separate assemblies, and a digit run touching no symbol is an
      * orphan (cobol3 lists it) and belongs to none. A digit run too
      * long for a part number (over 7 digits) is logged and left out,
      * the way cobol3 excludes it from ANS, so it bridges nothing.
      * The grouping is a flood fill driven from an explicit work
      * stack of pending nodes (no recursion); every cell is visited
      * once per schematic.
      * Outputs:
      *   ASMBOM.DAT - the assembly BOM dataset (WSASMB layout): per
      *       assembly a header, its member parts with row / start
      *       column / value, then its member symbols with the class
      *       and description from SYMBOLS.DAT.
      *   ASMBOM.RPT - per schematic the assembly count, a size
      *       distribution by member count and the largest assemblies
      *       ranked by member count, then a batch summary.
      * Both are cut as catalogued generations; the fixed names stand
      * in when the generations catalog cannot supply one.
      * Return codes: 8 = a deck failed its handoff proof and nothing
      * was written, 4 = one or more schematics failed and were
      * skipped, 0 = every schematic grouped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. asmbom.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SCHEMATIC-FILE ASSIGN DYNAMIC WS-SCHEMATIC-IN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEMATIC-FILE-STATUS.
           SELECT SYMBOL-REF-FILE ASSIGN TO "SYMBOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYMREF-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOM-FILE ASSIGN DYNAMIC WS-BOM-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBER-WORK-FILE ASSIGN TO "ASMBOM.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MEMBER-SORT-FILE ASSIGN TO "ASMBOM.SWK".
           SELECT SIZE-WORK-FILE ASSIGN TO "ASMSIZE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIZE-SORTED-FILE ASSIGN TO "ASMSIZE.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SIZE-SORT-FILE ASSIGN TO "ASMSIZE.SWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-FILE-RECORD         PIC X(80).

       FD  SCHEMATIC-FILE.
       01  SCHEMATIC-FILE-RECORD       PIC X(500).

       FD  SYMBOL-REF-FILE.
       01  SYMBOL-REF-FILE-RECORD      PIC X(52).

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       FD  BOM-FILE.
       01  BOM-FILE-RECORD             PIC X(100).

       FD  MEMBER-WORK-FILE.
       01  MEMBER-WORK-FILE-RECORD     PIC X(100).

       SD  MEMBER-SORT-FILE.
       01  MEMBER-SORT-RECORD.
           05  SRT-ASM-TYPE            PIC X(1).
           05  SRT-ASM-SEQ             PIC 9(3).
           05  SRT-ASM-ID              PIC 9(5).
           05  SRT-ASM-ROW             PIC 9(3).
           05  SRT-ASM-COL             PIC 9(3).
           05  FILLER                  PIC X(85).

       FD  SIZE-WORK-FILE.
       01  SIZE-WORK-FILE-RECORD       PIC X(36).

       FD  SIZE-SORTED-FILE.
       01  SIZE-SORTED-FILE-RECORD     PIC X(36).

       SD  SIZE-SORT-FILE.
       01  SIZE-SORT-RECORD.
           05  SRT-SZ-MEMBERS          PIC 9(6).
           05  SRT-SZ-ASM-ID           PIC 9(5).
           05  FILLER                  PIC X(25).

       WORKING-STORAGE SECTION.
       01  WS-SCHEMATIC-DSN            PIC X(48) VALUE SPACES.
      * The deck is read under the DSN its handoff record names; the
      * control file DSN stays the name reported and logged.
       01  WS-SCHEMATIC-IN-DSN         PIC X(60) VALUE SPACES.
      * Run outputs are written as catalogued generations; the fixed
      * historic names stand in whenever the generations catalog
      * cannot supply a generation DSN.
       01  WS-RPT-DSN                  PIC X(60) VALUE "ASMBOM.RPT".
       01  WS-BOM-DSN                  PIC X(60) VALUE "ASMBOM.DAT".
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-SCHEMATIC-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-SYMREF-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-EOF-SW                   PIC X(1) VALUE 'N'.
           88  WS-EOF                          VALUE 'Y'.
       01  WS-CTL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF                      VALUE 'Y'.
       01  WS-SYMREF-EOF-SW            PIC X(1) VALUE 'N'.
           88  WS-SYMREF-EOF                   VALUE 'Y'.
       01  WS-SCHEMATIC-FAILED-SW      PIC X(1) VALUE 'N'.
           88  WS-SCHEMATIC-FAILED             VALUE 'Y'.
       01  WS-SIZE-SORTED-EOF-SW       PIC X(1) VALUE 'N'.
           88  WS-SIZE-SORTED-EOF              VALUE 'Y'.
       01  WS-HANDOFF-REASON           PIC X(50) VALUE SPACES.

           COPY WSCTRL.
           COPY WSSYMR.
           COPY WSGREQ.
           COPY WSHREQ.
           COPY WSRLOG.
           COPY WSGRID.
           COPY WSASMB.

       01  I PIC 9(3).
       01  J PIC 9(3).
       01  C PIC X(1).
       01  WS-LINE-LEN PIC 9(3).
       01  WS-SYMREF-IDX PIC 9(3).
       01  WS-SYM-CLASS PIC X(8).
       01  WS-SYM-DESC PIC X(30).

      * -- One visited mark per grid cell: a symbol cell or every
      * -- digit of a run is marked when it is first pushed, so no
      * -- node is ever stacked twice and no cell joins two
      * -- assemblies.
       01  WS-ASM-SEEN-GRID.
           05  WS-ASM-SEEN-ROW OCCURS 500 TIMES PIC X(500).

      * -- Pending-node work stack for the flood fill. A node is a
      * -- symbol cell (type S, column = the cell) or a part number
      * -- (type P, column = first digit, end = last digit). Every
      * -- node is pushed at most once, so a stack one entry per
      * -- grid cell can never fill.
       01  WS-STACK-MAX-ENTRIES        PIC 9(6) VALUE 250000.
       01  WS-STACK-TOP                PIC 9(6) VALUE 0.
       01  WS-NODE-STACK.
           05  WS-STACK-ENTRY OCCURS 250000 TIMES.
               10  WS-STACK-TYPE        PIC X(1).
               10  WS-STACK-ROW         PIC 9(3).
               10  WS-STACK-COL         PIC 9(3).
               10  WS-STACK-END         PIC 9(3).

       01  WS-NODE-TYPE                PIC X(1).
       01  WS-NODE-ROW                 PIC 9(3).
       01  WS-NODE-COL                 PIC 9(3).
       01  WS-NODE-END                 PIC 9(3).
       01  WS-NODE-LEN                 PIC 9(3).
       01  WS-NODE-VALUE               PIC 9(7).
       01  WS-BAND-ROW                 PIC 9(3).
       01  WS-BAND-COL                 PIC 9(3).
       01  WS-ASM-NI                   PIC 9(3).
       01  WS-ASM-NJ                   PIC 9(3).
       01  WS-ASM-ROW-LO               PIC 9(3).
       01  WS-ASM-ROW-HI               PIC 9(3).
       01  WS-ASM-COL-LO               PIC 9(3).
       01  WS-ASM-COL-HI               PIC 9(3).
       01  WS-RUN-START                PIC 9(3).
       01  WS-RUN-END                  PIC 9(3).
       01  WS-RUN-K                    PIC 9(3).

      * -- Figures for the assembly being filled.
       01  WS-ASM-ID                   PIC 9(5) VALUE 0.
       01  WS-ASM-PARTS                PIC 9(5) VALUE 0.
       01  WS-ASM-SYMBOLS              PIC 9(5) VALUE 0.
       01  WS-ASM-MEMBERS              PIC 9(6) VALUE 0.
       01  WS-ASM-PART-TOTAL           PIC 9(11) VALUE 0.

      * -- Figures for the schematic: assembly size distribution by
      * -- member count (parts plus symbols).
       01  WS-SCH-PARTS                PIC 9(7) VALUE 0.
       01  WS-SCH-SYMBOLS              PIC 9(7) VALUE 0.
       01  WS-SCH-EXCLUDED             PIC 9(5) VALUE 0.
       01  WS-SIZE-1-COUNT             PIC 9(5) VALUE 0.
       01  WS-SIZE-2-COUNT             PIC 9(5) VALUE 0.
       01  WS-SIZE-3-COUNT             PIC 9(5) VALUE 0.
       01  WS-SIZE-4-9-COUNT           PIC 9(5) VALUE 0.
       01  WS-SIZE-10-99-COUNT         PIC 9(5) VALUE 0.
       01  WS-SIZE-100-UP-COUNT        PIC 9(5) VALUE 0.
       01  WS-LARGEST-MEMBERS          PIC 9(6) VALUE 0.

      * -- The largest assemblies are ranked from a sorted work
      * -- dataset of one size record per assembly, the way cobol3
      * -- ranks gears, so a dense schematic is never capped.
       01  WS-ASM-TOP-N                PIC 9(3) VALUE 10.
       01  WS-RANK                     PIC 9(5) VALUE 0.
       01  WS-SIZE-WORK-RECORD.
           05  SZ-MEMBERS              PIC 9(6).
           05  SZ-ASM-ID               PIC 9(5).
           05  SZ-PARTS                PIC 9(5).
           05  SZ-SYMBOLS              PIC 9(5).
           05  SZ-PART-TOTAL           PIC 9(11).
           05  FILLER                  PIC X(4) VALUE SPACES.

      * -- Batch accumulators across every schematic in the control
      * -- file.
       01  WS-SCHEMATIC-SEQ            PIC 9(3) VALUE 0.
       01  WS-SCHEMATICS-DONE          PIC 9(3) VALUE 0.
       01  WS-SCHEMATICS-FAILED        PIC 9(3) VALUE 0.
       01  WS-BATCH-ASSEMBLIES         PIC 9(7) VALUE 0.
       01  WS-BATCH-PARTS              PIC 9(7) VALUE 0.
       01  WS-BATCH-SYMBOLS            PIC 9(7) VALUE 0.

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-EDIT-11                  PIC ZZZZZZZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 ASSEMBLY GROUPING - BILL OF MATERIALS SUMMARY".
       01  WS-HEADING-2                PIC X(132) VALUE
           "-- ASSEMBLY SIZES (MEMBERS = PARTS + SYMBOLS) --".
       01  WS-HEADING-3                PIC X(132) VALUE
           "-- LARGEST ASSEMBLIES BY MEMBER COUNT (TAG AS) --".
       01  WS-HEADING-4                PIC X(132) VALUE
           "AS RANK  ASSEMBLY PARTS SYMBOLS MEMBERS  PART VALUE TOTAL".

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "asmbom" TO LOG-PROGRAM-ID
           PERFORM 2000-OPEN-CONTROL
           PERFORM 2080-VERIFY-HANDOFFS
           PERFORM 2050-LOAD-SYMBOL-REF
           PERFORM 2400-OPEN-OUTPUT-FILES
           PERFORM UNTIL WS-CTL-EOF
               IF WS-CONTROL-RECORD NOT = SPACES
                   ADD 1 TO WS-SCHEMATIC-SEQ
                   PERFORM 2600-RUN-ONE-SCHEMATIC
               END-IF
               READ CONTROL-FILE INTO WS-CONTROL-RECORD
                   AT END
                       SET WS-CTL-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           PERFORM 6000-WRITE-BOM-DATASET
           PERFORM 8000-WRITE-BATCH-SUMMARY
           CLOSE REPORT-FILE
           IF WS-SCHEMATICS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       1100-INIT-SCHEMATIC.
           MOVE 0 TO WS-ASM-ID
           MOVE 0 TO WS-SCH-PARTS
           MOVE 0 TO WS-SCH-SYMBOLS
           MOVE 0 TO WS-SCH-EXCLUDED
           MOVE 0 TO WS-SIZE-1-COUNT
           MOVE 0 TO WS-SIZE-2-COUNT
           MOVE 0 TO WS-SIZE-3-COUNT
           MOVE 0 TO WS-SIZE-4-9-COUNT
           MOVE 0 TO WS-SIZE-10-99-COUNT
           MOVE 0 TO WS-SIZE-100-UP-COUNT
           MOVE 0 TO WS-LARGEST-MEMBERS
           MOVE 0 TO WS-STACK-TOP
           MOVE 'N' TO WS-EOF-SW
           MOVE 'N' TO WS-GRID-OVERFLOW-SW
           MOVE 'N' TO WS-SCHEMATIC-FAILED-SW
           MOVE SPACES TO WS-ASM-SEEN-GRID.

       2000-OPEN-CONTROL.
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
               MOVE 1 TO RETURN-CODE
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
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-READ.

      * Every deck on the control file is proved against its handoff
      * record before anything is opened for output, the same proof
      * cobol3 makes: handed over for this run date, and the dataset
      * found now has the row count and content hash schedit (or
      * schrecyc) wrote. Any difference stops the step, so no BOM is
      * built from a deck re-edited by hand or left over from another
      * night. The control file is then reopened so the schematic
      * loop starts at record one.
       2080-VERIFY-HANDOFFS.
           PERFORM UNTIL WS-CTL-EOF
               IF WS-CONTROL-RECORD NOT = SPACES
                   PERFORM 2085-VERIFY-ONE-HANDOFF
               END-IF
               READ CONTROL-FILE INTO WS-CONTROL-RECORD
                   AT END
                       SET WS-CTL-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           MOVE 'N' TO WS-CTL-EOF-SW
           PERFORM 2000-OPEN-CONTROL.

       2085-VERIFY-ONE-HANDOFF.
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
                   PERFORM 2090-TALLY-HANDED-DECK
           END-EVALUATE
           IF WS-HANDOFF-REASON NOT = SPACES
               PERFORM 2095-REJECT-HANDOFF
           END-IF.

       2090-TALLY-HANDED-DECK.
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

       2095-REJECT-HANDOFF.
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
           CLOSE CONTROL-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK.

      * The symbol class on every BOM symbol member comes from the
      * symbol reference master; a master that cannot be opened is
      * logged and the historic built-in grouping takes over.
       2050-LOAD-SYMBOL-REF.
           OPEN INPUT SYMBOL-REF-FILE
           IF WS-SYMREF-FILE-STATUS = "00"
               PERFORM UNTIL WS-SYMREF-EOF
                   READ SYMBOL-REF-FILE INTO WS-SYMBOL-REF-RECORD
                       AT END
                           SET WS-SYMREF-EOF TO TRUE
                       NOT AT END
                           PERFORM 2060-ADD-SYMBOL-REF-ENTRY
                   END-READ
               END-PERFORM
               CLOSE SYMBOL-REF-FILE
               SET WS-SYMREF-LOADED TO TRUE
           ELSE
               MOVE "W" TO LOG-SEVERITY
               MOVE "AOC0021" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "SYMBOL REFERENCE OPEN ERROR STATUS="
                     DELIMITED BY SIZE
                   WS-SYMREF-FILE-STATUS
                     DELIMITED BY SIZE
                   " - BUILT-IN CLASSIFICATION USED"
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
           END-IF.

       2060-ADD-SYMBOL-REF-ENTRY.
           IF WS-SYMREF-COUNT >= WS-SYMREF-MAX-ENTRIES
               MOVE "W" TO LOG-SEVERITY
               MOVE "AOC0021" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "SYMBOL REFERENCE EXCEEDS MAX "
                     DELIMITED BY SIZE
                   WS-SYMREF-MAX-ENTRIES
                     DELIMITED BY SIZE
                   " - REMAINDER IGNORED"
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
           ELSE
               ADD 1 TO WS-SYMREF-COUNT
               MOVE SYMR-CHAR TO WS-SYMREF-CHAR(WS-SYMREF-COUNT)
               MOVE SYMR-CLASS-GROUP
                   TO WS-SYMREF-CLASS(WS-SYMREF-COUNT)
               MOVE SYMR-ACTIVE-SW
                   TO WS-SYMREF-ACTIVE-SW(WS-SYMREF-COUNT)
               MOVE SYMR-EFF-DATE
                   TO WS-SYMREF-EFF-DATE(WS-SYMREF-COUNT)
               MOVE SYMR-DESC TO WS-SYMREF-DESC(WS-SYMREF-COUNT)
           END-IF.

       2100-OPEN-SCHEMATIC.
           OPEN INPUT SCHEMATIC-FILE
           IF WS-SCHEMATIC-FILE-STATUS NOT = "00"
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0003" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "SCHEMATIC "
                     DELIMITED BY SIZE
                   WS-SCHEMATIC-DSN
                     DELIMITED BY SIZE
                   " OPEN ERROR STATUS="
                     DELIMITED BY SIZE
                   WS-SCHEMATIC-FILE-STATUS
                     DELIMITED BY SIZE
                   " - SCHEMATIC SKIPPED"
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               SET WS-SCHEMATIC-FAILED TO TRUE
           END-IF.

       2200-LOAD-SCHEMATIC.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACTUAL-ROWS
               MOVE ALL "." TO STRING-ELEMENT(I)
               READ SCHEMATIC-FILE INTO SCHEMATIC-FILE-RECORD
                   AT END
                       SET WS-EOF TO TRUE
                       MOVE "W" TO LOG-SEVERITY
                       MOVE "AOC0005" TO LOG-MESSAGE-CODE
                       MOVE SPACES TO LOG-MESSAGE-TEXT
                       STRING
                           "SCHEMATIC ENDED EARLY AT ROW "
                             DELIMITED BY SIZE
                           I
                             DELIMITED BY SIZE
                           INTO LOG-MESSAGE-TEXT
                       END-STRING
                       PERFORM 9100-WRITE-LOG
                       MOVE I TO WS-ACTUAL-ROWS
               END-READ
               IF NOT WS-EOF
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       SCHEMATIC-FILE-RECORD, TRAILING))
                       TO WS-LINE-LEN
                   IF WS-LINE-LEN > WS-ACTUAL-COLS
                       SET WS-GRID-OVERFLOW TO TRUE
                       MOVE "W" TO LOG-SEVERITY
                       MOVE "AOC0006" TO LOG-MESSAGE-CODE
                       MOVE SPACES TO LOG-MESSAGE-TEXT
                       STRING
                           "SCHEMATIC ROW "
                             DELIMITED BY SIZE
                           I
                             DELIMITED BY SIZE
                           " LENGTH "
                             DELIMITED BY SIZE
                           WS-LINE-LEN
                             DELIMITED BY SIZE
                           " EXCEEDS MAX-COLS "
                             DELIMITED BY SIZE
                           WS-ACTUAL-COLS
                             DELIMITED BY SIZE
                           " - DATA TRUNCATED"
                             DELIMITED BY SIZE
                           INTO LOG-MESSAGE-TEXT
                       END-STRING
                       PERFORM 9100-WRITE-LOG
                   END-IF
                   MOVE SCHEMATIC-FILE-RECORD(1:WS-ACTUAL-COLS)
                       TO STRING-ELEMENT(I)(1:WS-ACTUAL-COLS)
                   INSPECT STRING-ELEMENT(I)(1:WS-ACTUAL-COLS)
                       REPLACING ALL SPACE BY "."
               END-IF
               IF WS-EOF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           CLOSE SCHEMATIC-FILE.

       2400-OPEN-OUTPUT-FILES.
           MOVE "N" TO GCR-FUNCTION
           MOVE WS-CTL-RUN-DATE TO GCR-RUN-DATE
           IF WS-CTL-GEN-RETAIN NUMERIC
               MOVE WS-CTL-GEN-RETAIN TO GCR-RETAIN-COUNT
           ELSE
               MOVE 0 TO GCR-RETAIN-COUNT
           END-IF
           MOVE "ASMBOM.RPT" TO GCR-BASE-DSN
           CALL "gencat" USING WS-GENCAT-REQUEST
           IF GCR-RETURN-STATUS = "0"
               MOVE GCR-GEN-DSN TO WS-RPT-DSN
           END-IF
           MOVE "ASMBOM.DAT" TO GCR-BASE-DSN
           CALL "gencat" USING WS-GENCAT-REQUEST
           IF GCR-RETURN-STATUS = "0"
               MOVE GCR-GEN-DSN TO WS-BOM-DSN
           END-IF
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           OPEN OUTPUT MEMBER-WORK-FILE.

      * A schematic that fails to open or validate is reported and
      * skipped so one bad deck cannot cost the rest their BOM.
       2600-RUN-ONE-SCHEMATIC.
           PERFORM 1100-INIT-SCHEMATIC
           PERFORM 2700-VALIDATE-CONTROL
           IF NOT WS-SCHEMATIC-FAILED
               PERFORM 2100-OPEN-SCHEMATIC
           END-IF
           IF NOT WS-SCHEMATIC-FAILED
               PERFORM 2200-LOAD-SCHEMATIC
               OPEN OUTPUT SIZE-WORK-FILE
               PERFORM 3000-GROUP-ASSEMBLIES
               CLOSE SIZE-WORK-FILE
               PERFORM 5000-WRITE-SCHEMATIC-SECTION
               ADD 1 TO WS-SCHEMATICS-DONE
               ADD WS-ASM-ID TO WS-BATCH-ASSEMBLIES
               ADD WS-SCH-PARTS TO WS-BATCH-PARTS
               ADD WS-SCH-SYMBOLS TO WS-BATCH-SYMBOLS
           ELSE
               ADD 1 TO WS-SCHEMATICS-FAILED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SCHEMATIC " DELIMITED BY SIZE
                   WS-SCHEMATIC-SEQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CTL-SCHEMATIC-DSN, TRAILING)
                   DELIMITED BY SIZE
                   " FAILED - SKIPPED" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0015" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "SCHEMATIC "
                     DELIMITED BY SIZE
                   WS-SCHEMATIC-SEQ
                     DELIMITED BY SIZE
                   " "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CTL-SCHEMATIC-DSN, TRAILING)
                     DELIMITED BY SIZE
                   " FAILED - SKIPPED"
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
           END-IF.

       2700-VALIDATE-CONTROL.
           MOVE WS-CTL-SCHEMATIC-DSN TO WS-SCHEMATIC-DSN
           SET HOR-GET-HANDOFF TO TRUE
           MOVE WS-CTL-SCHEMATIC-DSN TO HOR-BASE-DSN
           CALL "handoff" USING WS-HANDOFF-REQUEST
           MOVE SPACES TO WS-HANDOFF-REASON
           EVALUATE TRUE
               WHEN HOR-RETURN-STATUS = "1"
                   MOVE "NO HANDOFF RECORD" TO WS-HANDOFF-REASON
               WHEN HOR-RETURN-STATUS NOT = "0"
                   MOVE "HANDOFF.DAT UNREADABLE" TO WS-HANDOFF-REASON
           END-EVALUATE
           IF WS-HANDOFF-REASON NOT = SPACES
               PERFORM 2095-REJECT-HANDOFF
           END-IF
           MOVE HOR-DSN TO WS-SCHEMATIC-IN-DSN
           IF WS-CTL-MAX-ROWS NOT NUMERIC
              OR WS-CTL-MAX-COLS NOT NUMERIC
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0018" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "BAD MAX-ROWS/MAX-COLS ON CONTROL "
                     DELIMITED BY SIZE
                   "RECORD "
                     DELIMITED BY SIZE
                   WS-SCHEMATIC-SEQ
                     DELIMITED BY SIZE
                   " - SCHEMATIC SKIPPED"
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               SET WS-SCHEMATIC-FAILED TO TRUE
           ELSE
               MOVE WS-CTL-MAX-ROWS TO WS-ACTUAL-ROWS
               MOVE WS-CTL-MAX-COLS TO WS-ACTUAL-COLS
               IF WS-ACTUAL-ROWS > WS-MAX-GRID-DIM
                  OR WS-ACTUAL-COLS > WS-MAX-GRID-DIM
                   MOVE "E" TO LOG-SEVERITY
                   MOVE "AOC0004" TO LOG-MESSAGE-CODE
                   MOVE SPACES TO LOG-MESSAGE-TEXT
                   STRING
                       "SCHEMATIC EXCEEDS MAX GRID "
                         DELIMITED BY SIZE
                       "DIMENSION "
                         DELIMITED BY SIZE
                       WS-MAX-GRID-DIM
                         DELIMITED BY SIZE
                       " - SCHEMATIC SKIPPED"
                         DELIMITED BY SIZE
                       INTO LOG-MESSAGE-TEXT
                   END-STRING
                   PERFORM 9100-WRITE-LOG
                   SET WS-SCHEMATIC-FAILED TO TRUE
               END-IF
           END-IF.

      * Every symbol not yet claimed by an assembly seeds a new one;
      * the fill then pulls in everything reachable from it before
      * the sweep moves on, so assembly numbers run in the row /
      * column order of each assembly's first symbol.
       3000-GROUP-ASSEMBLIES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ACTUAL-ROWS
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ACTUAL-COLS
                   MOVE STRING-ELEMENT(I)(J:1) TO C
                   IF C NOT NUMERIC AND C NOT EQUAL "."
                      AND WS-ASM-SEEN-ROW(I)(J:1) = SPACE
                       PERFORM 3100-FILL-ONE-ASSEMBLY
                   END-IF
               END-PERFORM
           END-PERFORM.

       3100-FILL-ONE-ASSEMBLY.
           ADD 1 TO WS-ASM-ID
           MOVE 0 TO WS-ASM-PARTS
           MOVE 0 TO WS-ASM-SYMBOLS
           MOVE 0 TO WS-ASM-PART-TOTAL
           MOVE "S" TO WS-NODE-TYPE
           MOVE I TO WS-NODE-ROW
           MOVE J TO WS-NODE-COL
           MOVE J TO WS-NODE-END
           MOVE "Y" TO WS-ASM-SEEN-ROW(I)(J:1)
           PERFORM 3200-PUSH-NODE
           PERFORM UNTIL WS-STACK-TOP = 0
               MOVE WS-STACK-TYPE(WS-STACK-TOP) TO WS-NODE-TYPE
               MOVE WS-STACK-ROW(WS-STACK-TOP) TO WS-NODE-ROW
               MOVE WS-STACK-COL(WS-STACK-TOP) TO WS-NODE-COL
               MOVE WS-STACK-END(WS-STACK-TOP) TO WS-NODE-END
               SUBTRACT 1 FROM WS-STACK-TOP
               IF WS-NODE-TYPE = "S"
                   PERFORM 3300-TAKE-SYMBOL-NODE
               ELSE
                   PERFORM 3400-TAKE-PART-NODE
               END-IF
           END-PERFORM
           PERFORM 3900-CLOSE-ASSEMBLY.

       3200-PUSH-NODE.
           IF WS-STACK-TOP >= WS-STACK-MAX-ENTRIES
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0014" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "ASSEMBLY WORK STACK EXCEEDS MAX "
                     DELIMITED BY SIZE
                   WS-STACK-MAX-ENTRIES
                     DELIMITED BY SIZE
                   " - NODE DROPPED ROW "
                     DELIMITED BY SIZE
                   WS-NODE-ROW
                     DELIMITED BY SIZE
                   " COL "
                     DELIMITED BY SIZE
                   WS-NODE-COL
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
           ELSE
               ADD 1 TO WS-STACK-TOP
               MOVE WS-NODE-TYPE TO WS-STACK-TYPE(WS-STACK-TOP)
               MOVE WS-NODE-ROW TO WS-STACK-ROW(WS-STACK-TOP)
               MOVE WS-NODE-COL TO WS-STACK-COL(WS-STACK-TOP)
               MOVE WS-NODE-END TO WS-STACK-END(WS-STACK-TOP)
           END-IF.

      * A symbol joins the assembly and every digit run touching one
      * of its eight neighbors is pushed as a part number.
       3300-TAKE-SYMBOL-NODE.
           ADD 1 TO WS-ASM-SYMBOLS
           PERFORM 3350-WRITE-SYMBOL-MEMBER
           MOVE WS-NODE-ROW TO WS-BAND-ROW
           MOVE WS-NODE-COL TO WS-BAND-COL
           PERFORM 3500-SET-BAND-LIMITS
           PERFORM VARYING WS-ASM-NI FROM WS-ASM-ROW-LO BY 1
                   UNTIL WS-ASM-NI > WS-ASM-ROW-HI
               PERFORM VARYING WS-ASM-NJ FROM WS-ASM-COL-LO BY 1
                       UNTIL WS-ASM-NJ > WS-ASM-COL-HI
                   IF STRING-ELEMENT(WS-ASM-NI)(WS-ASM-NJ:1) NUMERIC
                      AND WS-ASM-SEEN-ROW(WS-ASM-NI)(WS-ASM-NJ:1)
                          = SPACE
                       PERFORM 3600-PUSH-DIGIT-RUN
                   END-IF
               END-PERFORM
           END-PERFORM.

       3350-WRITE-SYMBOL-MEMBER.
           MOVE STRING-ELEMENT(WS-NODE-ROW)(WS-NODE-COL:1) TO C
           PERFORM 3360-LOOK-UP-SYMBOL-CLASS
           MOVE SPACES TO WS-ASSEMBLY-RECORD
           SET ASM-SYMBOL-MEMBER TO TRUE
           MOVE WS-SCHEMATIC-SEQ TO ASM-SCHEMATIC-SEQ
           MOVE WS-ASM-ID TO ASM-ID
           MOVE WS-NODE-ROW TO ASM-SYM-ROW
           MOVE WS-NODE-COL TO ASM-SYM-COL
           MOVE C TO ASM-SYM-CHAR
           MOVE WS-SYM-CLASS TO ASM-SYM-CLASS
           MOVE WS-SYM-DESC TO ASM-SYM-DESC
           WRITE MEMBER-WORK-FILE-RECORD FROM WS-ASSEMBLY-RECORD.

      * Same effective-entry rule as cobol3's classification: active
      * and effective on or before the run date; the historic
      * grouping stands in when the master did not load.
       3360-LOOK-UP-SYMBOL-CLASS.
           MOVE "OTHER" TO WS-SYM-CLASS
           MOVE SPACES TO WS-SYM-DESC
           IF WS-SYMREF-LOADED
               PERFORM VARYING WS-SYMREF-IDX FROM 1 BY 1
                       UNTIL WS-SYMREF-IDX > WS-SYMREF-COUNT
                   IF WS-SYMREF-CHAR(WS-SYMREF-IDX) = C
                      AND WS-SYMREF-ACTIVE-SW(WS-SYMREF-IDX) = "Y"
                      AND WS-SYMREF-EFF-DATE(WS-SYMREF-IDX)
                          NOT > WS-CTL-RUN-DATE
                       MOVE WS-SYMREF-CLASS(WS-SYMREF-IDX)
                           TO WS-SYM-CLASS
                       MOVE WS-SYMREF-DESC(WS-SYMREF-IDX)
                           TO WS-SYM-DESC
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           ELSE
               EVALUATE C
                   WHEN "*"
                       MOVE "STAR" TO WS-SYM-CLASS
                   WHEN "#"
                       MOVE "HASH" TO WS-SYM-CLASS
                   WHEN "$"
                       MOVE "DOLLAR" TO WS-SYM-CLASS
                   WHEN OTHER
                       MOVE "OTHER" TO WS-SYM-CLASS
               END-EVALUATE
           END-IF.

      * A part number joins the assembly and every unclaimed symbol in
      * the band one cell around its digit run is pushed.
       3400-TAKE-PART-NODE.
           COMPUTE WS-NODE-LEN = WS-NODE-END - WS-NODE-COL + 1
           MOVE FUNCTION NUMVAL(STRING-ELEMENT(WS-NODE-ROW)
               (WS-NODE-COL:WS-NODE-LEN)) TO WS-NODE-VALUE
           ADD 1 TO WS-ASM-PARTS
           ADD WS-NODE-VALUE TO WS-ASM-PART-TOTAL
           MOVE SPACES TO WS-ASSEMBLY-RECORD
           SET ASM-PART-MEMBER TO TRUE
           MOVE WS-SCHEMATIC-SEQ TO ASM-SCHEMATIC-SEQ
           MOVE WS-ASM-ID TO ASM-ID
           MOVE WS-NODE-ROW TO ASM-PART-ROW
           MOVE WS-NODE-COL TO ASM-PART-COL
           MOVE WS-NODE-VALUE TO ASM-PART-NUMBER
           WRITE MEMBER-WORK-FILE-RECORD FROM WS-ASSEMBLY-RECORD
           MOVE WS-NODE-ROW TO WS-BAND-ROW
           MOVE WS-NODE-COL TO WS-BAND-COL
           PERFORM 3500-SET-BAND-LIMITS
           IF WS-NODE-END < WS-ACTUAL-COLS
               COMPUTE WS-ASM-COL-HI = WS-NODE-END + 1
           ELSE
               MOVE WS-ACTUAL-COLS TO WS-ASM-COL-HI
           END-IF
           PERFORM VARYING WS-ASM-NI FROM WS-ASM-ROW-LO BY 1
                   UNTIL WS-ASM-NI > WS-ASM-ROW-HI
               PERFORM VARYING WS-ASM-NJ FROM WS-ASM-COL-LO BY 1
                       UNTIL WS-ASM-NJ > WS-ASM-COL-HI
                   MOVE STRING-ELEMENT(WS-ASM-NI)(WS-ASM-NJ:1) TO C
                   IF C NOT NUMERIC AND C NOT EQUAL "."
                      AND WS-ASM-SEEN-ROW(WS-ASM-NI)(WS-ASM-NJ:1)
                          = SPACE
                       MOVE "Y"
                           TO WS-ASM-SEEN-ROW(WS-ASM-NI)(WS-ASM-NJ:1)
                       MOVE "S" TO WS-NODE-TYPE
                       MOVE WS-ASM-NI TO WS-NODE-ROW
                       MOVE WS-ASM-NJ TO WS-NODE-COL
                       MOVE WS-ASM-NJ TO WS-NODE-END
                       PERFORM 3200-PUSH-NODE
                   END-IF
               END-PERFORM
           END-PERFORM.

      * The one-cell band around WS-BAND-ROW / WS-BAND-COL, clipped
      * to the grid; a part node widens the right edge to its last
      * digit. I and J stay with the seeding sweep.
       3500-SET-BAND-LIMITS.
           IF WS-BAND-ROW > 1
               COMPUTE WS-ASM-ROW-LO = WS-BAND-ROW - 1
           ELSE
               MOVE 1 TO WS-ASM-ROW-LO
           END-IF
           IF WS-BAND-ROW < WS-ACTUAL-ROWS
               COMPUTE WS-ASM-ROW-HI = WS-BAND-ROW + 1
           ELSE
               MOVE WS-ACTUAL-ROWS TO WS-ASM-ROW-HI
           END-IF
           IF WS-BAND-COL > 1
               COMPUTE WS-ASM-COL-LO = WS-BAND-COL - 1
           ELSE
               MOVE 1 TO WS-ASM-COL-LO
           END-IF
           IF WS-BAND-COL < WS-ACTUAL-COLS
               COMPUTE WS-ASM-COL-HI = WS-BAND-COL + 1
           ELSE
               MOVE WS-ACTUAL-COLS TO WS-ASM-COL-HI
           END-IF.

      * The digit under row WS-ASM-NI / column WS-ASM-NJ can sit
      * anywhere in its run; walk out to both ends, claim every digit
      * and push the whole run as one part number.
       3600-PUSH-DIGIT-RUN.
           MOVE WS-ASM-NJ TO WS-RUN-START
           PERFORM UNTIL WS-RUN-START = 1
               IF STRING-ELEMENT(WS-ASM-NI)(WS-RUN-START - 1:1)
                  NOT NUMERIC
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-RUN-START
           END-PERFORM
           MOVE WS-ASM-NJ TO WS-RUN-END
           PERFORM UNTIL WS-RUN-END = WS-ACTUAL-COLS
               IF STRING-ELEMENT(WS-ASM-NI)(WS-RUN-END + 1:1)
                  NOT NUMERIC
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-RUN-END
           END-PERFORM
           PERFORM VARYING WS-RUN-K FROM WS-RUN-START BY 1
                   UNTIL WS-RUN-K > WS-RUN-END
               MOVE "Y" TO WS-ASM-SEEN-ROW(WS-ASM-NI)(WS-RUN-K:1)
           END-PERFORM
           IF WS-RUN-END - WS-RUN-START + 1 > 7
               ADD 1 TO WS-SCH-EXCLUDED
               MOVE "W" TO LOG-SEVERITY
               MOVE "AOC0012" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "ASSEMBLY PART EXCLUDED ROW "
                     DELIMITED BY SIZE
                   WS-ASM-NI
                     DELIMITED BY SIZE
                   " COL "
                     DELIMITED BY SIZE
                   WS-RUN-START
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
           ELSE
               MOVE "P" TO WS-NODE-TYPE
               MOVE WS-ASM-NI TO WS-NODE-ROW
               MOVE WS-RUN-START TO WS-NODE-COL
               MOVE WS-RUN-END TO WS-NODE-END
               PERFORM 3200-PUSH-NODE
           END-IF.

      * The header goes to the member work dataset ahead of the sort
      * (record type 'H' sorts ahead of 'P' and 'S'), and one size
      * record goes to the ranking work dataset.
       3900-CLOSE-ASSEMBLY.
           COMPUTE WS-ASM-MEMBERS = WS-ASM-PARTS + WS-ASM-SYMBOLS
           ADD WS-ASM-PARTS TO WS-SCH-PARTS
           ADD WS-ASM-SYMBOLS TO WS-SCH-SYMBOLS
           EVALUATE TRUE
               WHEN WS-ASM-MEMBERS = 1
                   ADD 1 TO WS-SIZE-1-COUNT
               WHEN WS-ASM-MEMBERS = 2
                   ADD 1 TO WS-SIZE-2-COUNT
               WHEN WS-ASM-MEMBERS = 3
                   ADD 1 TO WS-SIZE-3-COUNT
               WHEN WS-ASM-MEMBERS < 10
                   ADD 1 TO WS-SIZE-4-9-COUNT
               WHEN WS-ASM-MEMBERS < 100
                   ADD 1 TO WS-SIZE-10-99-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SIZE-100-UP-COUNT
           END-EVALUATE
           IF WS-ASM-MEMBERS > WS-LARGEST-MEMBERS
               MOVE WS-ASM-MEMBERS TO WS-LARGEST-MEMBERS
           END-IF
           MOVE SPACES TO WS-ASSEMBLY-RECORD
           SET ASM-HEADER TO TRUE
           MOVE WS-SCHEMATIC-SEQ TO ASM-SCHEMATIC-SEQ
           MOVE WS-ASM-ID TO ASM-ID
           MOVE WS-SCHEMATIC-DSN TO ASM-HDR-SCHEMATIC-DSN
           MOVE WS-CTL-RUN-DATE TO ASM-HDR-RUN-DATE
           MOVE WS-ASM-PARTS TO ASM-HDR-PART-COUNT
           MOVE WS-ASM-SYMBOLS TO ASM-HDR-SYMBOL-COUNT
           MOVE WS-ASM-PART-TOTAL TO ASM-HDR-PART-TOTAL
           WRITE MEMBER-WORK-FILE-RECORD FROM WS-ASSEMBLY-RECORD
           MOVE WS-ASM-MEMBERS TO SZ-MEMBERS
           MOVE WS-ASM-ID TO SZ-ASM-ID
           MOVE WS-ASM-PARTS TO SZ-PARTS
           MOVE WS-ASM-SYMBOLS TO SZ-SYMBOLS
           MOVE WS-ASM-PART-TOTAL TO SZ-PART-TOTAL
           WRITE SIZE-WORK-FILE-RECORD FROM WS-SIZE-WORK-RECORD.

       5000-WRITE-SCHEMATIC-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "=== SCHEMATIC " DELIMITED BY SIZE
               WS-SCHEMATIC-SEQ DELIMITED BY SIZE
               " : " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCHEMATIC-DSN, TRAILING)
               DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ASM-ID TO WS-EDIT-9
           STRING "ASSEMBLIES FOUND : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SCH-PARTS TO WS-EDIT-9
           STRING "PART NUMBERS IN ASSEMBLIES : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SCH-SYMBOLS TO WS-EDIT-9
           STRING "SYMBOLS IN ASSEMBLIES : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           IF WS-SCH-EXCLUDED > 0
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-SCH-EXCLUDED TO WS-EDIT-9
               STRING "DIGIT RUNS EXCLUDED (OVER 7 DIGITS) : "
                   DELIMITED BY SIZE
                   WS-EDIT-9 DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF

           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SIZE-1-COUNT TO WS-EDIT-9
           STRING "  1 MEMBER (LONE SYMBOL) : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SIZE-2-COUNT TO WS-EDIT-9
           STRING "  2 MEMBERS : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SIZE-3-COUNT TO WS-EDIT-9
           STRING "  3 MEMBERS : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SIZE-4-9-COUNT TO WS-EDIT-9
           STRING "  4-9 MEMBERS : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SIZE-10-99-COUNT TO WS-EDIT-9
           STRING "  10-99 MEMBERS : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SIZE-100-UP-COUNT TO WS-EDIT-9
           STRING "  100 OR MORE MEMBERS : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           WRITE REPORT-FILE-RECORD FROM WS-HEADING-3
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-4
           IF WS-ASM-ID = 0
               MOVE "NO ASSEMBLIES ON THIS SCHEMATIC"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           ELSE
               PERFORM 5100-SORT-SIZE-WORK
               PERFORM 5150-RANK-LARGEST
           END-IF.

      * Descending on member count; ties keep assembly-number order.
       5100-SORT-SIZE-WORK.
           SORT SIZE-SORT-FILE
               ON DESCENDING KEY SRT-SZ-MEMBERS
               ON ASCENDING KEY SRT-SZ-ASM-ID
               USING SIZE-WORK-FILE
               GIVING SIZE-SORTED-FILE.

       5150-RANK-LARGEST.
           MOVE 0 TO WS-RANK
           MOVE 'N' TO WS-SIZE-SORTED-EOF-SW
           OPEN INPUT SIZE-SORTED-FILE
           PERFORM UNTIL WS-SIZE-SORTED-EOF
               READ SIZE-SORTED-FILE INTO WS-SIZE-WORK-RECORD
                   AT END
                       SET WS-SIZE-SORTED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RANK
                       IF WS-RANK > WS-ASM-TOP-N
                           SET WS-SIZE-SORTED-EOF TO TRUE
                       ELSE
                           PERFORM 5200-WRITE-RANK-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIZE-SORTED-FILE.

       5200-WRITE-RANK-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE SZ-PART-TOTAL TO WS-EDIT-11
           STRING "AS " DELIMITED BY SIZE
               WS-RANK DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               SZ-ASM-ID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SZ-PARTS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SZ-SYMBOLS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SZ-MEMBERS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-11 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

      * The member work dataset holds every schematic's headers and
      * members in discovery order; one sort puts each assembly's
      * header, parts and symbols together in row / column order.
       6000-WRITE-BOM-DATASET.
           CLOSE MEMBER-WORK-FILE
           SORT MEMBER-SORT-FILE
               ON ASCENDING KEY SRT-ASM-SEQ SRT-ASM-ID SRT-ASM-TYPE
                                SRT-ASM-ROW SRT-ASM-COL
               USING MEMBER-WORK-FILE
               GIVING BOM-FILE.

       8000-WRITE-BATCH-SUMMARY.
           MOVE "=== BATCH SUMMARY ===" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SCHEMATICS-DONE TO WS-EDIT-9
           STRING "BATCH SCHEMATICS GROUPED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SCHEMATICS-FAILED TO WS-EDIT-9
           STRING "BATCH SCHEMATICS FAILED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BATCH-ASSEMBLIES TO WS-EDIT-9
           STRING "BATCH ASSEMBLIES : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BATCH-PARTS TO WS-EDIT-9
           STRING "BATCH PART NUMBERS IN ASSEMBLIES : "
               DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BATCH-SYMBOLS TO WS-EDIT-9
           STRING "BATCH SYMBOLS IN ASSEMBLIES : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE "I" TO LOG-SEVERITY
           MOVE "AOC0016" TO LOG-MESSAGE-CODE
           MOVE SPACES TO LOG-MESSAGE-TEXT
           STRING
               "BATCH ASSEMBLIES "
                 DELIMITED BY SIZE
               WS-BATCH-ASSEMBLIES
                 DELIMITED BY SIZE
               " PARTS "
                 DELIMITED BY SIZE
               WS-BATCH-PARTS
                 DELIMITED BY SIZE
               " SYMBOLS "
                 DELIMITED BY SIZE
               WS-BATCH-SYMBOLS
                 DELIMITED BY SIZE
               INTO LOG-MESSAGE-TEXT
           END-STRING
           PERFORM 9100-WRITE-LOG
           DISPLAY WS-BATCH-ASSEMBLIES.

       9100-WRITE-LOG.
           CALL "runlog" USING WS-LOG-REQUEST.
