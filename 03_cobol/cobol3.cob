      * part-number total and audit report and the Part2 (cobol2)
      * gear-ratio total and exception report in a single job step, so
      * the same schematic dataset is never keyed in twice.
      * A very large deck can be split into row bands scanned in
      * parallel job steps: with a band card (BANDPARM, see WSBAND)
      * a band step scans only its own rows and writes its partial
      * outputs and checkpoint under its band number, and a merge
      * step combines every band's partial outputs into the normal
      * COBOL3.RPT, COBOL3.EXT, GEARANAL.RPT, PARTCURR.DAT and run
      * history with the same totals as a single pass. Without a
      * band card the step runs as a single pass, as it always has.
      * The schematic scanned is the cleaned deck schedit handed over
      * for the control record's DSN; every deck's handoff record
      * (HANDOFF.DAT, WSHAND) is proved before any output is opened
      * and a mismatch stops the step (AOC0032). The finished part
      * list is handed over to partdlta the same way.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. cobol3.

           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT SCHEMATIC-FILE ASSIGN DYNAMIC WS-SCHEMATIC-IN-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEMATIC-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN DYNAMIC WS-RPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECKPOINT-FILE ASSIGN DYNAMIC WS-CKPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN DYNAMIC WS-EXT-DSN
           SELECT GEAR-REPORT-FILE ASSIGN DYNAMIC WS-GRPT-DSN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-CURR-FILE ASSIGN DYNAMIC WS-PCUR-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCUR-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT GEAR-SORTED-FILE ASSIGN TO "GEARWORK.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEAR-SORT-FILE ASSIGN TO "GEARWORK.SWK".
           SELECT BAND-CARD-FILE ASSIGN TO "BANDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-CARD-STATUS.
           SELECT BAND-FILE ASSIGN DYNAMIC WS-BAND-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAND-FILE-STATUS.
           SELECT MERGE-SORTED-FILE ASSIGN TO "C3MERGE.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-SORT-FILE ASSIGN TO "C3MERGE.SWK".

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                  PIC X(36).
           05  SRT-GW-RATIO            PIC 9(9).

       FD  BAND-CARD-FILE.
       01  BAND-CARD-FILE-RECORD       PIC X(80).

       FD  BAND-FILE.
       01  BAND-FILE-RECORD            PIC X(346).

       FD  MERGE-SORTED-FILE.
       01  MERGE-SORTED-FILE-RECORD    PIC X(361).

      * Band records sort by schematic, then a failed-schematic
      * record ahead of everything else for that schematic, then
      * band and the order each band wrote them in.
       SD  MERGE-SORT-FILE.
       01  MERGE-SORT-RECORD.
           05  SRT-MRG-SEQ             PIC 9(3).
           05  SRT-MRG-CLASS           PIC 9(1).
           05  SRT-MRG-BAND            PIC 9(2).
           05  SRT-MRG-RECNO           PIC 9(9).
           05  FILLER                  PIC X(346).

       WORKING-STORAGE SECTION.
       01  WS-SCHEMATIC-DSN            PIC X(48) VALUE SPACES.
      * The deck actually scanned is the cleaned deck schedit handed
      * over for the control record's schematic DSN (HANDOFF.DAT).
       01  WS-SCHEMATIC-IN-DSN         PIC X(60) VALUE SPACES.
      * Run outputs are written as catalogued generations; the fixed
      * historic names stand in whenever the generations catalog
      * cannot supply a generation DSN.
       01  WS-GRPT-DSN                 PIC X(60) VALUE "GEARANAL.RPT".
       01  WS-PCUR-DSN                 PIC X(60) VALUE "PARTCURR.DAT".
       01  WS-PROOF-DSN                PIC X(60) VALUE "PROOFSHT.RPT".
       01  WS-PCUR-GEN-SEQ             PIC 9(4) VALUE 0.
      * A band step keeps its own checkpoint journal and partial
      * output dataset, named for its band number.
       01  WS-CKPT-DSN                 PIC X(60) VALUE "COBOL3.CKPT".
       01  WS-BAND-DSN                 PIC X(60) VALUE SPACES.
       01  WS-CONTROL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-SCHEMATIC-FILE-STATUS    PIC XX VALUE SPACES.
       01  WS-PCUR-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CHECKPOINT-FILE-STATUS   PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-HISTORY-OPEN-SW          PIC X(1) VALUE 'N'.
           88  WS-CTL-EOF                      VALUE 'Y'.
       01  WS-SCHEMATIC-FAILED-SW      PIC X(1) VALUE 'N'.
           88  WS-SCHEMATIC-FAILED             VALUE 'Y'.
       01  WS-HANDOFF-BAD-SW           PIC X(1) VALUE 'N'.
           88  WS-HANDOFF-BAD                  VALUE 'Y'.
       01  WS-HANDOFF-REASON           PIC X(50) VALUE SPACES.
       01  WS-SYMREF-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SYMREF-EOF-SW            PIC X(1) VALUE 'N'.
           88  WS-SYMREF-EOF                   VALUE 'Y'.
       01  WS-BAND-CARD-STATUS         PIC XX VALUE SPACES.
       01  WS-BAND-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-MODE                 PIC X(1) VALUE 'S'.
           88  WS-SINGLE-PASS                  VALUE 'S'.
           88  WS-BAND-STEP                    VALUE 'B'.
           88  WS-MERGE-STEP                   VALUE 'M'.

           COPY WSCTRL.
           COPY WSSYMR.
           COPY WSGREQ.
           COPY WSHREQ.
           COPY WSRLOG.
           COPY WSGRID.
           COPY WSTRLR.
           COPY WSXTRC.
           COPY WSPCUR.
           COPY WSHIST.
           COPY WSBAND.

       01  I PIC 9(3).
       01  J PIC 9(3).
       01  WS-SCHEMATICS-DONE          PIC 9(3) VALUE 0.
       01  WS-SCHEMATICS-FAILED        PIC 9(3) VALUE 0.

      * -- Row band: the rows this step owns and the rows whose
      * -- symbols can mark them. A single pass owns every row.
       01  WS-BAND-NO                  PIC 9(2) VALUE 0.
       01  WS-BAND-COUNT               PIC 9(2) VALUE 0.
       01  WS-BAND-SIZE                PIC 9(3) VALUE 0.
       01  WS-BAND-ROW-LO              PIC 9(3) VALUE 0.
       01  WS-BAND-ROW-HI              PIC 9(3) VALUE 0.
       01  WS-BAND-MARK-HI             PIC 9(3) VALUE 0.
       01  WS-BAND-RUN-DATE            PIC X(8) VALUE SPACES.

      * -- Merge step: every band's partial dataset is sorted into
      * -- one stream and read a record ahead. The totals record of
      * -- the band being read is held until the band changes, so a
      * -- totals record written again after a restart replaces the
      * -- first one instead of being counted twice.
       01  WS-MRG-IDX                  PIC 9(2) VALUE 0.
       01  WS-MRG-RECNO                PIC 9(9) VALUE 0.
       01  WS-MRG-SCHEMATIC-COUNT      PIC 9(3) VALUE 0.
       01  WS-MRG-CONTROL-COUNT        PIC 9(3) VALUE 0.
       01  WS-MRG-LAST-TYPE            PIC X(1) VALUE SPACE.
       01  WS-MRG-PREV-BAND            PIC 9(2) VALUE 0.
       01  WS-MRG-K                    PIC 9(3) VALUE 0.
       01  WS-MRG-AMOUNT               PIC 9(9) VALUE 0.
       01  WS-MRG-BAD-SW               PIC X(1) VALUE 'N'.
           88  WS-MRG-BAD                      VALUE 'Y'.
       01  WS-MRG-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-MRG-EOF                      VALUE 'Y'.
       01  WS-BAND-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-BAND-EOF                     VALUE 'Y'.
       01  WS-MRG-PENDING-SW           PIC X(1) VALUE 'N'.
           88  WS-MRG-PENDING                  VALUE 'Y'.
       01  WS-MRG-PENDING-TOTALS       PIC X(340).
       01  WS-MRG-HOLD-RECORD          PIC X(346).
       01  WS-MERGE-WORK-RECORD.
           05  MRG-SEQ                 PIC 9(3).
           05  MRG-CLASS               PIC 9(1).
           05  MRG-BAND                PIC 9(2).
           05  MRG-RECNO               PIC 9(9).
           05  MRG-BAND-RECORD         PIC X(346).

       01  WS-SCAN-START-ROW           PIC 9(3).
       01  WS-ADJ-START-ROW            PIC 9(3).
       01  WS-RESUME-ROW               PIC 9(3) VALUE 0.
      * as its own section, and a consolidated batch summary closes
      * the report. A schematic that fails to open or validate is
      * reported and skipped so one bad deck cannot lose the batch
      * window for the rest. A band step writes its partial outputs
      * in place of the report; a merge step builds the report from
      * the band partial outputs in place of scanning.
       0000-MAIN.
           MOVE "cobol3" TO LOG-PROGRAM-ID
           PERFORM 2000-OPEN-CONTROL
           PERFORM 2020-READ-BAND-CARD
           IF NOT WS-MERGE-STEP
               PERFORM 2080-VERIFY-HANDOFFS
           END-IF
           PERFORM 2050-LOAD-SYMBOL-REF
           IF WS-MERGE-STEP
               PERFORM 8400-GATHER-BAND-OUTPUTS
           ELSE
               PERFORM 2300-RESTORE-CHECKPOINT
           END-IF
           IF WS-BAND-STEP
               PERFORM 2420-OPEN-BAND-FILE
           ELSE
               PERFORM 2400-OPEN-REPORT-FILE
           END-IF
           PERFORM UNTIL WS-CTL-EOF
               IF WS-CONTROL-RECORD NOT = SPACES
                   ADD 1 TO WS-SCHEMATIC-SEQ
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           IF WS-BAND-STEP
               PERFORM 8300-CLOSE-BAND-STEP
           ELSE
               PERFORM 8000-WRITE-BATCH-SUMMARY
               PERFORM 6000-CLOSE-FILES
           END-IF
           IF WS-SCHEMATICS-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MRG-BAD OR WS-HANDOFF-BAD
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       1100-INIT-SCHEMATIC.
                   MOVE 1 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE WS-CTL-RESTART-FLAG TO WS-BATCH-RESTART-FLAG
           MOVE WS-CTL-RUN-DATE TO WS-BAND-RUN-DATE.

      * No band card (or a blank one) is the historic single pass. A
      * card that cannot be trusted stops the step: a band scanning
      * the wrong rows would quietly lose or double-count parts.
       2020-READ-BAND-CARD.
           OPEN INPUT BAND-CARD-FILE
           IF WS-BAND-CARD-STATUS = "00"
               MOVE SPACES TO WS-BAND-CARD
               READ BAND-CARD-FILE INTO WS-BAND-CARD
                   AT END
                       MOVE SPACES TO WS-BAND-CARD
               END-READ
               CLOSE BAND-CARD-FILE
               PERFORM 2030-VALIDATE-BAND-CARD
           END-IF.

       2030-VALIDATE-BAND-CARD.
           EVALUATE TRUE
               WHEN WS-BAND-CARD = SPACES
                   CONTINUE
               WHEN BPRM-BAND-COUNT NOT NUMERIC
                   PERFORM 2040-REJECT-BAND-CARD
               WHEN BPRM-BAND-COUNT = 0
                   PERFORM 2040-REJECT-BAND-CARD
               WHEN BPRM-MERGE-STEP
                   SET WS-MERGE-STEP TO TRUE
                   MOVE BPRM-BAND-COUNT TO WS-BAND-COUNT
               WHEN NOT BPRM-BAND-STEP
                   PERFORM 2040-REJECT-BAND-CARD
               WHEN BPRM-BAND-NO NOT NUMERIC
                   PERFORM 2040-REJECT-BAND-CARD
               WHEN BPRM-BAND-NO = 0
                    OR BPRM-BAND-NO > BPRM-BAND-COUNT
                   PERFORM 2040-REJECT-BAND-CARD
               WHEN OTHER
                   SET WS-BAND-STEP TO TRUE
                   MOVE BPRM-BAND-NO TO WS-BAND-NO
                   MOVE BPRM-BAND-COUNT TO WS-BAND-COUNT
                   PERFORM 2045-NAME-BAND-DATASETS
           END-EVALUATE.

       2040-REJECT-BAND-CARD.
           MOVE "E" TO LOG-SEVERITY
           MOVE "AOC0026" TO LOG-MESSAGE-CODE
           MOVE SPACES TO LOG-MESSAGE-TEXT
           STRING
               "BAD BAND CARD '"
                 DELIMITED BY SIZE
               WS-BAND-CARD(1:7)
                 DELIMITED BY SIZE
               "' - ABORT"
                 DELIMITED BY SIZE
               INTO LOG-MESSAGE-TEXT
           END-STRING
           PERFORM 9100-WRITE-LOG
           CLOSE CONTROL-FILE
           MOVE 8 TO RETURN-CODE
           GOBACK.

      * Every deck on the control file is proved against its handoff
      * record before anything is opened for output: handed over
      * for this run date, and the dataset found now has the row
      * count and content hash schedit (or schrecyc) wrote. Any
      * difference stops the step, since a deck re-edited by hand
      * or left over from another night would otherwise be scanned
      * and its totals trusted downstream. A merge step reads no
      * deck and has nothing to prove. The control file is then
      * reopened so the schematic loop starts at record one.
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

      * WS-BAND-NO names the band whose datasets are wanted: the
      * band step's own, or each band in turn for the merge step.
       2045-NAME-BAND-DATASETS.
           MOVE SPACES TO WS-BAND-DSN
           STRING "C3BAND" DELIMITED BY SIZE
               WS-BAND-NO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-BAND-DSN
           END-STRING
           MOVE SPACES TO WS-CKPT-DSN
           STRING "C3BAND" DELIMITED BY SIZE
               WS-BAND-NO DELIMITED BY SIZE
               ".CKP" DELIMITED BY SIZE
               INTO WS-CKPT-DSN
           END-STRING.

      * The symbol reference master drives 4200-CLASSIFY-SYMBOL's
      * bucket choice, replacing the hardcoded '*'/'#'/'$' set. A
               OPEN OUTPUT GEAR-REPORT-FILE
               WRITE GEAR-REPORT-FILE-RECORD FROM WS-GEAR-HEADING-1
               OPEN OUTPUT PART-CURR-FILE
               IF WS-CTL-PROOF-FLAG = "Y" AND NOT WS-MERGE-STEP
                   OPEN OUTPUT PROOF-FILE
                   SET WS-PROOF-OPEN TO TRUE
               END-IF
           CALL "gencat" USING WS-GENCAT-REQUEST
           IF GCR-RETURN-STATUS = "0"
               MOVE GCR-GEN-DSN TO WS-PCUR-DSN
               MOVE GCR-SEQ TO WS-PCUR-GEN-SEQ
           END-IF
      * The proof sheet only earns a generation (and a catalog
      * record) on the nights the first control record asks for it;
      * a non-proof run neither cuts nor opens the dataset. The
      * proof sheet needs the whole scanned grid, which no merge
      * step holds, so a banded run is logged and goes without it.
           IF WS-CTL-PROOF-FLAG = "Y"
               IF WS-MERGE-STEP
                   MOVE "W" TO LOG-SEVERITY
                   MOVE "AOC0027" TO LOG-MESSAGE-CODE
                   MOVE SPACES TO LOG-MESSAGE-TEXT
                   STRING
                       "PROOF SHEET NOT PRODUCED FOR A BANDED "
                         DELIMITED BY SIZE
                       "RUN - RERUN SINGLE PASS FOR PROOF"
                         DELIMITED BY SIZE
                       INTO LOG-MESSAGE-TEXT
                   END-STRING
                   PERFORM 9100-WRITE-LOG
               ELSE
                   MOVE "PROOFSHT.RPT" TO GCR-BASE-DSN
                   CALL "gencat" USING WS-GENCAT-REQUEST
                   IF GCR-RETURN-STATUS = "0"
                       MOVE GCR-GEN-DSN TO WS-PROOF-DSN
                   END-IF
               END-IF
           END-IF.

      * A band step's partial outputs are not catalogued; they live
      * only until the merge step has combined them. A restarted
      * band carries on at the end of the dataset it was writing.
       2420-OPEN-BAND-FILE.
           IF WS-RESUMING
               OPEN EXTEND BAND-FILE
           ELSE
               OPEN OUTPUT BAND-FILE
           END-IF
           IF WS-BAND-FILE-STATUS NOT = "00"
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0025" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "BAND "
                     DELIMITED BY SIZE
                   WS-BAND-NO
                     DELIMITED BY SIZE
                   " PARTIAL OUTPUT "
                     DELIMITED BY SIZE
                   WS-BAND-DSN
                     DELIMITED BY SPACE
                   " OPEN ERROR STATUS="
                     DELIMITED BY SIZE
                   WS-BAND-FILE-STATUS
                     DELIMITED BY SIZE
                   " - ABORT"
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               CLOSE CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       2450-WRITE-EXTRACT-HEADER.
           MOVE SPACES TO WS-EXTRACT-RECORD
           SET XTR-HEADER TO TRUE
           WRITE EXTRACT-FILE-RECORD FROM WS-EXTRACT-RECORD.

       2500-PROCESS-SCHEMATIC.
           EVALUATE TRUE
               WHEN WS-MERGE-STEP
                   PERFORM 2650-MERGE-ONE-SCHEMATIC
      * Finished in the prior attempt; its figures are already in
      * the restored batch accumulators and its section is already
      * in the report.
               WHEN WS-RESUMING
                    AND WS-SCHEMATIC-SEQ < CKPT-SCHEMATIC-SEQ
                   CONTINUE
               WHEN OTHER
                   PERFORM 2600-RUN-ONE-SCHEMATIC
           END-EVALUATE.

       2600-RUN-ONE-SCHEMATIC.
           PERFORM 1100-INIT-SCHEMATIC
           END-IF
           IF NOT WS-SCHEMATIC-FAILED
               PERFORM 2200-LOAD-SCHEMATIC
               PERFORM 2750-SET-BAND-LIMITS
               PERFORM 2800-POSITION-FOR-RESUME
               IF WS-SCHEMATIC-RESUMED
                  AND CKPT-ROW >= WS-BAND-ROW-HI
                   MOVE "I" TO LOG-SEVERITY
                   MOVE "AOC0010" TO LOG-MESSAGE-CODE
                   MOVE SPACES TO LOG-MESSAGE-TEXT
                   PERFORM 9100-WRITE-LOG
               ELSE
                   IF NOT WS-SCHEMATIC-RESUMED
                       IF WS-BAND-STEP
                           PERFORM 2760-WRITE-BAND-HEADER
                       ELSE
                           PERFORM 2900-WRITE-SECTION-HEADER
                       END-IF
                   END-IF
                   IF NOT WS-BAND-STEP
                       OPEN OUTPUT GEAR-WORK-FILE
                   END-IF
                   PERFORM 3000-MARK-ADJACENCY
                   PERFORM 4000-SCAN-ROWS-BOTH-PARTS
                   IF NOT WS-BAND-STEP
                       PERFORM 4900-WRITE-SUBTOTALS
                       PERFORM 5000-WRITE-TRAILER
                       PERFORM 7000-WRITE-GEAR-ANALYSIS
                       IF WS-PROOF-FLAG = "Y" AND WS-PROOF-OPEN
                           PERFORM 7500-WRITE-PROOF-SHEET
                       END-IF
                   END-IF
               END-IF
               IF WS-BAND-STEP
                   ADD 1 TO WS-SCHEMATICS-DONE
                   PERFORM 2770-WRITE-BAND-TOTALS
               ELSE
                   PERFORM 2695-COUNT-SCHEMATIC-DONE
               END-IF
           ELSE
               IF WS-BAND-STEP
                   ADD 1 TO WS-SCHEMATICS-FAILED
                   PERFORM 2780-WRITE-BAND-FAILED
               ELSE
                   PERFORM 2690-REPORT-FAILED-SCHEMATIC
               END-IF
           END-IF.

      * Merge step: this schematic's records from every band, band
      * by band in row order, become the same report section,
      * extract, part list and gear work a single pass writes. The
      * band totals are summed into the schematic counters and the
      * single-pass subtotal, trailer, gear analysis and history
      * paragraphs do the rest, so the totals cannot drift from a
      * single-pass run.
       2650-MERGE-ONE-SCHEMATIC.
           PERFORM 1100-INIT-SCHEMATIC
           MOVE WS-CTL-SCHEMATIC-DSN TO WS-SCHEMATIC-DSN
           MOVE 0 TO WS-MRG-PREV-BAND
           MOVE 'N' TO WS-MRG-PENDING-SW
           IF WS-MRG-EOF OR MRG-SEQ NOT = WS-SCHEMATIC-SEQ
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0025" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "NO BAND OUTPUT FOR SCHEMATIC "
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
               IF BND-FAILED
                   SET WS-SCHEMATIC-FAILED TO TRUE
                   PERFORM 2655-SKIP-SCHEMATIC-RECORDS
               END-IF
           END-IF
           IF WS-SCHEMATIC-FAILED
               PERFORM 2690-REPORT-FAILED-SCHEMATIC
           ELSE
               PERFORM 2900-WRITE-SECTION-HEADER
               OPEN OUTPUT GEAR-WORK-FILE
               PERFORM UNTIL WS-MRG-EOF
                       OR MRG-SEQ NOT = WS-SCHEMATIC-SEQ
                   PERFORM 2660-MERGE-ONE-RECORD
                   PERFORM 8450-READ-MERGE-RECORD
               END-PERFORM
               PERFORM 2680-FOLD-BAND-TOTALS
               PERFORM 4900-WRITE-SUBTOTALS
               PERFORM 5000-WRITE-TRAILER
               PERFORM 7000-WRITE-GEAR-ANALYSIS
               PERFORM 2695-COUNT-SCHEMATIC-DONE
           END-IF.

      * A schematic that failed in any band failed as a whole; its
      * failed record sorts ahead of the rest, which are passed by.
       2655-SKIP-SCHEMATIC-RECORDS.
           PERFORM UNTIL WS-MRG-EOF
                   OR MRG-SEQ NOT = WS-SCHEMATIC-SEQ
               PERFORM 8450-READ-MERGE-RECORD
           END-PERFORM.

       2660-MERGE-ONE-RECORD.
           IF MRG-BAND NOT = WS-MRG-PREV-BAND
               PERFORM 2680-FOLD-BAND-TOTALS
               MOVE MRG-BAND TO WS-MRG-PREV-BAND
           END-IF
           EVALUATE TRUE
               WHEN BND-HEADER
                   MOVE BND-H-ROWS TO WS-ACTUAL-ROWS
                   MOVE BND-H-COLS TO WS-ACTUAL-COLS
               WHEN BND-REPORT-LINE
                   MOVE BND-LINE TO WS-REPORT-LINE
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               WHEN BND-EXTRACT
                   MOVE BND-EXTRACT-DATA TO WS-EXTRACT-RECORD
                   WRITE EXTRACT-FILE-RECORD FROM WS-EXTRACT-RECORD
               WHEN BND-PART-CURR
                   MOVE BND-PART-CURR-DATA TO WS-PART-CURR-RECORD
                   WRITE PART-CURR-FILE-RECORD
                       FROM WS-PART-CURR-RECORD
               WHEN BND-GEAR-WORK
                   MOVE BND-GEAR-WORK-DATA TO WS-GEAR-WORK-RECORD
                   WRITE GEAR-WORK-FILE-RECORD
                       FROM WS-GEAR-WORK-RECORD
                   ADD 1 TO WS-GA-COUNT
                   ADD GW-RATIO TO WS-GA-RATIO-SUM
               WHEN BND-TOTALS
                   MOVE BND-DATA TO WS-MRG-PENDING-TOTALS
                   SET WS-MRG-PENDING TO TRUE
           END-EVALUATE.

      * Adds the held totals record of the band just finished into
      * the schematic counters. The record in hand belongs to the
      * next band, so it is set aside while the held one is laid
      * over the totals layout.
       2680-FOLD-BAND-TOTALS.
           IF WS-MRG-PENDING
               MOVE WS-BAND-RECORD TO WS-MRG-HOLD-RECORD
               MOVE WS-MRG-PENDING-TOTALS TO BND-DATA
               ADD BND-T-ANS TO ANS
                   ON SIZE ERROR
                       SET WS-OVERFLOW TO TRUE
                       MOVE "W" TO LOG-SEVERITY
                       MOVE "AOC0011" TO LOG-MESSAGE-CODE
                       MOVE SPACES TO LOG-MESSAGE-TEXT
                       STRING
                           "ANS OVFL MERGING BAND "
                             DELIMITED BY SIZE
                           WS-MRG-PREV-BAND
                             DELIMITED BY SIZE
                           INTO LOG-MESSAGE-TEXT
                       END-STRING
                       PERFORM 9100-WRITE-LOG
               END-ADD
               ADD BND-T-ANS2 TO ANS2
                   ON SIZE ERROR
                       SET WS-OVERFLOW TO TRUE
                       MOVE "W" TO LOG-SEVERITY
                       MOVE "AOC0011" TO LOG-MESSAGE-CODE
                       MOVE SPACES TO LOG-MESSAGE-TEXT
                       STRING
                           "ANS2 OVFL MERGING BAND "
                             DELIMITED BY SIZE
                           WS-MRG-PREV-BAND
                             DELIMITED BY SIZE
                           INTO LOG-MESSAGE-TEXT
                       END-STRING
                       PERFORM 9100-WRITE-LOG
               END-ADD
               ADD BND-T-STAR-SUM TO WS-STAR-SUM
               ADD BND-T-HASH-SUM TO WS-HASH-SUM
               ADD BND-T-DOLLAR-SUM TO WS-DOLLAR-SUM
               ADD BND-T-OTHER-SUM TO WS-OTHER-SUM
               ADD BND-T-SYMBOLS-FOUND TO WS-SYMBOLS-FOUND
               ADD BND-T-PART-NUMS TO WS-PART-NUMS-COUNTED
               ADD BND-T-ORPHANS TO WS-ORPHANS-COUNTED
               ADD BND-T-ORPHAN-TOTAL TO WS-ORPHAN-TOTAL
               ADD BND-T-NEAR-MISSES TO WS-NEAR-MISS-COUNT
               ADD BND-T-GEARS TO WS-GEARS-COUNTED
               ADD BND-T-GEAR-EXCEPTIONS TO WS-GEAR-EXCEPTIONS
               IF BND-T-OVERFLOW-SW = "Y"
                   SET WS-OVERFLOW TO TRUE
               END-IF
               IF BND-T-GRID-OVERFLOW-SW = "Y"
                   SET WS-GRID-OVERFLOW TO TRUE
               END-IF
               PERFORM VARYING WS-MRG-K FROM 1 BY 1
                       UNTIL WS-MRG-K > BND-T-OTHER-SYM-COUNT
                   PERFORM 2685-FOLD-OTHER-SYMBOL
               END-PERFORM
               MOVE WS-MRG-HOLD-RECORD TO WS-BAND-RECORD
               MOVE 'N' TO WS-MRG-PENDING-SW
           END-IF.

      * Bands are folded in row order, so each other-symbol character
      * takes the breakdown position it would have taken in a single
      * pass, where it is first seen.
       2685-FOLD-OTHER-SYMBOL.
           MOVE BND-T-OTHER-SYM-CHAR(WS-MRG-K) TO WS-SYM-CHAR
           MOVE BND-T-OTHER-SYM-SUM(WS-MRG-K) TO WS-MRG-AMOUNT
           MOVE 0 TO WS-OTHER-SYM-FOUND
           PERFORM VARYING WS-OTHER-SYM-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-SYM-IDX > WS-OTHER-SYM-COUNT
               IF WS-OTHER-SYM-CHAR(WS-OTHER-SYM-IDX) = WS-SYM-CHAR
                   ADD WS-MRG-AMOUNT
                       TO WS-OTHER-SYM-SUM(WS-OTHER-SYM-IDX)
                   MOVE 1 TO WS-OTHER-SYM-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OTHER-SYM-FOUND = 0
               IF WS-OTHER-SYM-COUNT < WS-OTHER-SYM-MAX-ENTRIES
                   ADD 1 TO WS-OTHER-SYM-COUNT
                   MOVE WS-SYM-CHAR
                       TO WS-OTHER-SYM-CHAR(WS-OTHER-SYM-COUNT)
                   MOVE WS-MRG-AMOUNT
                       TO WS-OTHER-SYM-SUM(WS-OTHER-SYM-COUNT)
               END-IF
           END-IF.

       2690-REPORT-FAILED-SCHEMATIC.
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
           MOVE 8 TO HIST-RETURN-CODE
           PERFORM 5500-WRITE-HISTORY.

       2695-COUNT-SCHEMATIC-DONE.
           ADD 1 TO WS-SCHEMATICS-DONE
           ADD ANS TO WS-BATCH-ANS
           ADD ANS2 TO WS-BATCH-ANS2
           ADD WS-PART-NUMS-COUNTED TO WS-BATCH-PARTS
           ADD WS-GEARS-COUNTED TO WS-BATCH-GEARS
           MOVE 0 TO HIST-RETURN-CODE
           PERFORM 5500-WRITE-HISTORY.

      * The handoff was proved at step start; this only picks up the
      * cleaned deck's name for the scan.
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
               END-IF
           END-IF.

      * A single pass scans every row. A band step scans its share
      * of the rows, the last band taking any short remainder, but
      * marks adjacency from the symbols one row either side of the
      * band so part numbers on its edge rows are judged as in a
      * single pass. The whole grid is loaded either way, so gear
      * and near-miss look-ups may reach across the band edges.
       2750-SET-BAND-LIMITS.
           IF WS-BAND-STEP
               COMPUTE WS-BAND-SIZE =
                   (WS-ACTUAL-ROWS + WS-BAND-COUNT - 1) / WS-BAND-COUNT
               COMPUTE WS-BAND-ROW-LO =
                   (WS-BAND-NO - 1) * WS-BAND-SIZE + 1
               COMPUTE WS-BAND-ROW-HI = WS-BAND-NO * WS-BAND-SIZE
               IF WS-BAND-ROW-HI > WS-ACTUAL-ROWS
                   MOVE WS-ACTUAL-ROWS TO WS-BAND-ROW-HI
               END-IF
           ELSE
               MOVE 1 TO WS-BAND-ROW-LO
               MOVE WS-ACTUAL-ROWS TO WS-BAND-ROW-HI
           END-IF
           IF WS-BAND-ROW-HI < WS-ACTUAL-ROWS
               COMPUTE WS-BAND-MARK-HI = WS-BAND-ROW-HI + 1
           ELSE
               MOVE WS-ACTUAL-ROWS TO WS-BAND-MARK-HI
           END-IF
           COMPUTE WS-SCAN-START-ROW = WS-BAND-ROW-LO - 1.

      * A band with no rows of this schematic (more bands than rows)
      * still writes its header and totals, so the merge step sees
      * every band account for every schematic.
       2760-WRITE-BAND-HEADER.
           MOVE SPACES TO WS-BAND-RECORD
           SET BND-HEADER TO TRUE
           MOVE WS-SCHEMATIC-DSN TO BND-H-SCHEMATIC-DSN
           MOVE WS-ACTUAL-ROWS TO BND-H-ROWS
           MOVE WS-ACTUAL-COLS TO BND-H-COLS
           MOVE WS-BAND-ROW-LO TO BND-H-ROW-LO
           MOVE WS-BAND-ROW-HI TO BND-H-ROW-HI
           PERFORM 9240-WRITE-BAND-RECORD.

       2770-WRITE-BAND-TOTALS.
           MOVE SPACES TO WS-BAND-RECORD
           SET BND-TOTALS TO TRUE
           MOVE ANS TO BND-T-ANS
           MOVE WS-STAR-SUM TO BND-T-STAR-SUM
           MOVE WS-HASH-SUM TO BND-T-HASH-SUM
           MOVE WS-DOLLAR-SUM TO BND-T-DOLLAR-SUM
           MOVE WS-OTHER-SUM TO BND-T-OTHER-SUM
           MOVE WS-SYMBOLS-FOUND TO BND-T-SYMBOLS-FOUND
           MOVE WS-PART-NUMS-COUNTED TO BND-T-PART-NUMS
           MOVE WS-ORPHANS-COUNTED TO BND-T-ORPHANS
           MOVE WS-ORPHAN-TOTAL TO BND-T-ORPHAN-TOTAL
           MOVE WS-NEAR-MISS-COUNT TO BND-T-NEAR-MISSES
           MOVE WS-GEARS-COUNTED TO BND-T-GEARS
           MOVE WS-GEAR-EXCEPTIONS TO BND-T-GEAR-EXCEPTIONS
           MOVE ANS2 TO BND-T-ANS2
           MOVE WS-OVERFLOW-SW TO BND-T-OVERFLOW-SW
           MOVE WS-GRID-OVERFLOW-SW TO BND-T-GRID-OVERFLOW-SW
           MOVE WS-OTHER-SYM-COUNT TO BND-T-OTHER-SYM-COUNT
           PERFORM VARYING WS-OTHER-SYM-IDX FROM 1 BY 1
                   UNTIL WS-OTHER-SYM-IDX > WS-OTHER-SYM-COUNT
               MOVE WS-OTHER-SYM-CHAR(WS-OTHER-SYM-IDX)
                   TO BND-T-OTHER-SYM-CHAR(WS-OTHER-SYM-IDX)
               MOVE WS-OTHER-SYM-SUM(WS-OTHER-SYM-IDX)
                   TO BND-T-OTHER-SYM-SUM(WS-OTHER-SYM-IDX)
           END-PERFORM
           PERFORM 9240-WRITE-BAND-RECORD.

       2780-WRITE-BAND-FAILED.
           MOVE SPACES TO WS-BAND-RECORD
           SET BND-FAILED TO TRUE
           MOVE WS-CTL-SCHEMATIC-DSN TO BND-F-SCHEMATIC-DSN
           PERFORM 9240-WRITE-BAND-RECORD.

      * When this schematic is the one that was in flight at the
      * kill, pick its counters back up from the journal; the scan
      * then continues at CKPT-ROW + 1.
               MOVE 1 TO WS-ADJ-START-ROW
           END-IF
           PERFORM VARYING I FROM WS-ADJ-START-ROW BY 1
                   UNTIL I > WS-BAND-MARK-HI
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ACTUAL-COLS
                   MOVE STRING-ELEMENT(I)(J:1) TO C
                   IF C NOT NUMERIC AND C NOT EQUAL "."
                       IF NOT WS-SCHEMATIC-RESUMED
                          AND I >= WS-BAND-ROW-LO
                          AND I <= WS-BAND-ROW-HI
                           ADD 1 TO WS-SYMBOLS-FOUND
                       END-IF
                       PERFORM VARYING DI FROM 1 BY 1 UNTIL DI > 3
      * Single sweep over every row: the Part1 digit-run scan and the
      * Part2 gear scan for that row both run before moving to the
      * next row, so the schematic is only read into memory once.
      * A band step sweeps only the rows of its own band.
       4000-SCAN-ROWS-BOTH-PARTS.
           COMPUTE WS-SCAN-START-ROW = WS-SCAN-START-ROW + 1
           PERFORM VARYING I FROM WS-SCAN-START-ROW BY 1
                   UNTIL I > WS-BAND-ROW-HI
               PERFORM 4100-SCAN-NUMBERS-PART1
               PERFORM 4400-SCAN-GEARS-PART2
               IF WS-CTL-CKPT-INTERVAL > 0
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BAND-ROW-HI >= WS-SCAN-START-ROW
               MOVE WS-BAND-ROW-HI TO I
               PERFORM 4800-WRITE-CHECKPOINT
           END-IF.

               WS-SYM-COL  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9200-PUT-DETAIL-LINE
           MOVE SPACES TO WS-EXTRACT-RECORD
           SET XTR-P1-DETAIL TO TRUE
           MOVE I TO XTR-P1-ROW
           MOVE WS-SYM-CHAR TO XTR-P1-SYM-CHAR
           MOVE WS-SYM-ROW TO XTR-P1-SYM-ROW
           MOVE WS-SYM-COL TO XTR-P1-SYM-COL
           PERFORM 9210-PUT-EXTRACT-DETAIL
           MOVE SPACES TO WS-PART-CURR-RECORD
           MOVE WS-SCHEMATIC-DSN TO PC-SCHEMATIC-DSN
           MOVE I TO PC-ROW
           MOVE WS-START-COL TO PC-COL
           MOVE NUM TO PC-NUMBER
           PERFORM 9220-PUT-PART-CURR.

      * A digit run that touches no symbol is almost always a keying
      * error where the symbol was omitted or shifted a cell; list it
               WS-EDIT-9   DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9200-PUT-DETAIL-LINE.

      * Extended band around the digit run in columns J..NJ-1 of
      * row I: any symbol whose distance from the run is exactly 2
                   WS-NM-DIST  DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM 9200-PUT-DETAIL-LINE
           END-IF.

       4400-SCAN-GEARS-PART2.
               ADD 1 TO WS-GEARS-COUNTED
               MOVE "G" TO WS-OVERLAY-ROW(I)(J:1)
               MOVE "Y" TO XTR-P2-VALID-SW
               PERFORM 9210-PUT-EXTRACT-DETAIL
               PERFORM 4600-RECORD-GEAR-ANALYSIS
           END-IF
       ELSE
               " (EXPECTED 2)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM 9200-PUT-DETAIL-LINE
           PERFORM 9210-PUT-EXTRACT-DETAIL
       END-IF

       EXIT SECTION.
           MOVE WS-GEAR-NUM2-COL TO GW-NUM2-COL
           MOVE WS-GEAR-NUM2-VAL TO GW-NUM2-VAL
           MOVE NUM2 TO GW-RATIO
           PERFORM 9230-PUT-GEAR-WORK
           ADD NUM2 TO WS-GA-RATIO-SUM.

       4800-WRITE-CHECKPOINT.

       6000-CLOSE-FILES.
           CLOSE REPORT-FILE
           IF WS-MERGE-STEP
               CLOSE MERGE-SORTED-FILE
           ELSE
               CLOSE CHECKPOINT-FILE
           END-IF
           CLOSE EXTRACT-FILE
           CLOSE GEAR-REPORT-FILE
           CLOSE PART-CURR-FILE
           PERFORM 6100-HAND-OVER-PART-LIST
           IF WS-PROOF-OPEN
               CLOSE PROOF-FILE
           END-IF
               CLOSE RUN-HISTORY-FILE
           END-IF.

      * The closed part list is read back and handed to partdlta
      * with its generation, count and content hash, so the totals
      * cover every record in the generation - a resumed run's
      * records from before the restart included.
       6100-HAND-OVER-PART-LIST.
           MOVE 0 TO HOR-TALLY-COUNT
           MOVE 0 TO HOR-TALLY-HASH
           MOVE "9" TO HOR-RETURN-STATUS
           OPEN INPUT PART-CURR-FILE
           IF WS-PCUR-FILE-STATUS = "00"
               SET HOR-ADD-RECORD TO TRUE
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL WS-EOF
                   READ PART-CURR-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PART-CURR-FILE-RECORD
                               TO HOR-RECORD-DATA
                           CALL "handoff" USING WS-HANDOFF-REQUEST
                   END-READ
               END-PERFORM
               CLOSE PART-CURR-FILE
               MOVE 'N' TO WS-EOF-SW
               SET HOR-WRITE-HANDOFF TO TRUE
               MOVE "PARTCURR.DAT" TO HOR-BASE-DSN
               MOVE WS-PCUR-DSN TO HOR-DSN
               MOVE "cobol3" TO HOR-PRODUCER
               MOVE WS-BAND-RUN-DATE TO HOR-RUN-DATE
               MOVE WS-PCUR-GEN-SEQ TO HOR-GENERATION
               CALL "handoff" USING WS-HANDOFF-REQUEST
           END-IF
           IF HOR-RETURN-STATUS NOT = "0"
               SET WS-HANDOFF-BAD TO TRUE
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0034" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "PART LIST HANDOFF NOT RECORDED - PARTDLTA WILL "
                     DELIMITED BY SIZE
                   "REFUSE IT DSN="
                     DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PCUR-DSN, TRAILING)
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
           END-IF.

      * Ranks this schematic's valid gears descending by ratio and
      * writes the analysis section: the top-N gears (all of them
      * when the control record asks for no cut) followed by the
           END-STRING
           PERFORM 9100-WRITE-LOG.

      * The band step's closing record tells the merge step this
      * band ran to the end of CONTROL.DAT; a band dataset without
      * one is from a band that has not finished.
       8300-CLOSE-BAND-STEP.
           MOVE SPACES TO WS-BAND-RECORD
           SET BND-COMPLETE TO TRUE
           MOVE WS-BAND-COUNT TO BND-Z-BAND-COUNT
           MOVE WS-SCHEMATIC-SEQ TO BND-Z-SCHEMATIC-COUNT
           MOVE WS-BAND-RUN-DATE TO BND-Z-RUN-DATE
           PERFORM 9240-WRITE-BAND-RECORD
           CLOSE BAND-FILE
           CLOSE CHECKPOINT-FILE
           MOVE "I" TO LOG-SEVERITY
           MOVE "AOC0016" TO LOG-MESSAGE-CODE
           MOVE SPACES TO LOG-MESSAGE-TEXT
           STRING
               "BAND "
                 DELIMITED BY SIZE
               WS-BAND-NO
                 DELIMITED BY SIZE
               " OF "
                 DELIMITED BY SIZE
               WS-BAND-COUNT
                 DELIMITED BY SIZE
               " COMPLETE PROCESSED "
                 DELIMITED BY SIZE
               WS-SCHEMATICS-DONE
                 DELIMITED BY SIZE
               " FAILED "
                 DELIMITED BY SIZE
               WS-SCHEMATICS-FAILED
                 DELIMITED BY SIZE
               INTO LOG-MESSAGE-TEXT
           END-STRING
           PERFORM 9100-WRITE-LOG.

      * Every band's partial outputs are sorted together into
      * schematic order before any report is written. One missing,
      * unfinished or mismatched band stops the merge with nothing
      * written, so a partial batch can never pass for a whole one.
       8400-GATHER-BAND-OUTPUTS.
           SORT MERGE-SORT-FILE
               ON ASCENDING KEY SRT-MRG-SEQ
                                SRT-MRG-CLASS
                                SRT-MRG-BAND
                                SRT-MRG-RECNO
               INPUT PROCEDURE IS 8410-RELEASE-BAND-RECORDS
               GIVING MERGE-SORTED-FILE
           IF NOT WS-MRG-BAD
               PERFORM 8460-CHECK-MERGE-COMPLETE
           END-IF
           IF WS-MRG-BAD
               CLOSE CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT MERGE-SORTED-FILE
           PERFORM 8450-READ-MERGE-RECORD.

       8410-RELEASE-BAND-RECORDS.
           MOVE 0 TO WS-MRG-RECNO
           PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-BAND-COUNT OR WS-MRG-BAD
               PERFORM 8420-RELEASE-ONE-BAND
           END-PERFORM.

       8420-RELEASE-ONE-BAND.
           MOVE WS-MRG-IDX TO WS-BAND-NO
           PERFORM 2045-NAME-BAND-DATASETS
           OPEN INPUT BAND-FILE
           IF WS-BAND-FILE-STATUS NOT = "00"
               PERFORM 8490-REJECT-MERGE
           ELSE
               MOVE 'N' TO WS-BAND-EOF-SW
               MOVE SPACE TO WS-MRG-LAST-TYPE
               PERFORM UNTIL WS-BAND-EOF OR WS-MRG-BAD
                   READ BAND-FILE INTO WS-BAND-RECORD
                       AT END
                           SET WS-BAND-EOF TO TRUE
                       NOT AT END
                           MOVE BND-RECORD-TYPE TO WS-MRG-LAST-TYPE
                           IF BND-COMPLETE
                               PERFORM 8430-CHECK-BAND-COMPLETE
                           ELSE
                               PERFORM 8440-RELEASE-BAND-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAND-FILE
               IF WS-MRG-LAST-TYPE NOT = "Z" AND NOT WS-MRG-BAD
                   PERFORM 8490-REJECT-MERGE
               END-IF
           END-IF.

      * The closing record must come from this band of the same
      * band count and run date, and every band must have run the
      * same control deck as the first.
       8430-CHECK-BAND-COMPLETE.
           IF BND-BAND-NO NOT = WS-MRG-IDX
              OR BND-Z-BAND-COUNT NOT = WS-BAND-COUNT
              OR BND-Z-RUN-DATE NOT = WS-BAND-RUN-DATE
               PERFORM 8490-REJECT-MERGE
           ELSE
               IF WS-MRG-IDX = 1
                   MOVE BND-Z-SCHEMATIC-COUNT
                       TO WS-MRG-SCHEMATIC-COUNT
               ELSE
                   IF BND-Z-SCHEMATIC-COUNT
                      NOT = WS-MRG-SCHEMATIC-COUNT
                       PERFORM 8490-REJECT-MERGE
                   END-IF
               END-IF
           END-IF.

       8440-RELEASE-BAND-RECORD.
           ADD 1 TO WS-MRG-RECNO
           MOVE BND-SCHEMATIC-SEQ TO MRG-SEQ
           IF BND-FAILED
               MOVE 0 TO MRG-CLASS
           ELSE
               MOVE 1 TO MRG-CLASS
           END-IF
           MOVE BND-BAND-NO TO MRG-BAND
           MOVE WS-MRG-RECNO TO MRG-RECNO
           MOVE WS-BAND-RECORD TO MRG-BAND-RECORD
           RELEASE MERGE-SORT-RECORD FROM WS-MERGE-WORK-RECORD.

       8450-READ-MERGE-RECORD.
           READ MERGE-SORTED-FILE INTO WS-MERGE-WORK-RECORD
               AT END
                   SET WS-MRG-EOF TO TRUE
               NOT AT END
                   MOVE MRG-BAND-RECORD TO WS-BAND-RECORD
           END-READ.

      * CONTROL.DAT must hold the same schematics the bands ran. It
      * is counted through before any output is opened or cut as a
      * generation, then reopened so the schematic loop starts at
      * record one.
       8460-CHECK-MERGE-COMPLETE.
           MOVE 0 TO WS-MRG-CONTROL-COUNT
           PERFORM UNTIL WS-CTL-EOF
               IF WS-CONTROL-RECORD NOT = SPACES
                   ADD 1 TO WS-MRG-CONTROL-COUNT
               END-IF
               READ CONTROL-FILE INTO WS-CONTROL-RECORD
                   AT END
                       SET WS-CTL-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE
           MOVE 'N' TO WS-CTL-EOF-SW
           PERFORM 2000-OPEN-CONTROL
           IF WS-MRG-SCHEMATIC-COUNT NOT = WS-MRG-CONTROL-COUNT
               SET WS-MRG-BAD TO TRUE
               MOVE "E" TO LOG-SEVERITY
               MOVE "AOC0025" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               STRING
                   "BANDS RAN "
                     DELIMITED BY SIZE
                   WS-MRG-SCHEMATIC-COUNT
                     DELIMITED BY SIZE
                   " SCHEMATICS, CONTROL.DAT HOLDS "
                     DELIMITED BY SIZE
                   WS-MRG-CONTROL-COUNT
                     DELIMITED BY SIZE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
           END-IF.

       8490-REJECT-MERGE.
           SET WS-MRG-BAD TO TRUE
           MOVE "E" TO LOG-SEVERITY
           MOVE "AOC0025" TO LOG-MESSAGE-CODE
           MOVE SPACES TO LOG-MESSAGE-TEXT
           STRING
               "BAND "
                 DELIMITED BY SIZE
               WS-BAND-NO
                 DELIMITED BY SIZE
               " PARTIAL OUTPUT "
                 DELIMITED BY SIZE
               WS-BAND-DSN
                 DELIMITED BY SPACE
               " MISSING OR INCOMPLETE STATUS="
                 DELIMITED BY SIZE
               WS-BAND-FILE-STATUS
                 DELIMITED BY SIZE
               " - MERGE ABORTED"
                 DELIMITED BY SIZE
               INTO LOG-MESSAGE-TEXT
           END-STRING
           PERFORM 9100-WRITE-LOG.

       9100-WRITE-LOG.
           CALL "runlog" USING WS-LOG-REQUEST.

      * Detail output goes to the real datasets in a single pass or
      * merge step, and to the band's partial output in a band step.
       9200-PUT-DETAIL-LINE.
           IF WS-BAND-STEP
               MOVE SPACES TO WS-BAND-RECORD
               SET BND-REPORT-LINE TO TRUE
               MOVE WS-REPORT-LINE TO BND-LINE
               PERFORM 9240-WRITE-BAND-RECORD
           ELSE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF.

       9210-PUT-EXTRACT-DETAIL.
           IF WS-BAND-STEP
               MOVE SPACES TO WS-BAND-RECORD
               SET BND-EXTRACT TO TRUE
               MOVE WS-EXTRACT-RECORD TO BND-EXTRACT-DATA
               PERFORM 9240-WRITE-BAND-RECORD
           ELSE
               WRITE EXTRACT-FILE-RECORD FROM WS-EXTRACT-RECORD
           END-IF.

       9220-PUT-PART-CURR.
           IF WS-BAND-STEP
               MOVE SPACES TO WS-BAND-RECORD
               SET BND-PART-CURR TO TRUE
               MOVE WS-PART-CURR-RECORD TO BND-PART-CURR-DATA
               PERFORM 9240-WRITE-BAND-RECORD
           ELSE
               WRITE PART-CURR-FILE-RECORD FROM WS-PART-CURR-RECORD
           END-IF.

       9230-PUT-GEAR-WORK.
           IF WS-BAND-STEP
               MOVE SPACES TO WS-BAND-RECORD
               SET BND-GEAR-WORK TO TRUE
               MOVE WS-GEAR-WORK-RECORD TO BND-GEAR-WORK-DATA
               PERFORM 9240-WRITE-BAND-RECORD
           ELSE
               WRITE GEAR-WORK-FILE-RECORD FROM WS-GEAR-WORK-RECORD
           END-IF.

       9240-WRITE-BAND-RECORD.
           MOVE WS-SCHEMATIC-SEQ TO BND-SCHEMATIC-SEQ
           MOVE WS-BAND-NO TO BND-BAND-NO
           WRITE BAND-FILE-RECORD FROM WS-BAND-RECORD.
