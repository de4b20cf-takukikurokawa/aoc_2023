      * AoC Day03 Part Catalog Maintenance
      * Applies add / change / retire / supersede transactions to the
      * engineering part catalog master (PARTCAT.MST) that partval
      * checks the nightly scan results against, so a newly issued
      * or withdrawn part number is a same-day data change. The
      * catalog is keyed on the part-number value and can run to
      * many thousands of numbers, so instead of listing the whole
      * master before and after the way symmaint does, every
      * transaction is echoed with its result and the before and
      * after image of the one record it touched; the master record
      * count closes the report.
      * Transaction record (CATMAINT.TRN), one per line:
      *   col 1     action A = add, C = change, R = retire,
      *             S = supersede
      *   col 3-9   part number
      *   col 11-18 effective date YYYYMMDD (A, R and S; optional C)
      *   col 20-26 replacement part number (S)
      *   col 28-57 description (A; optional C)
      * A change reinstates a retired or superseded number as active,
      * the way a symmaint change reactivates a symbol. A supersede
      * must name a replacement that is itself on the catalog and
      * active, so the validation report never points at a dead end.
      * Return codes: 8 = master or transaction file unusable,
      * 4 = one or more transactions rejected, 0 = all applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. catmaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-CATALOG-FILE ASSIGN TO "PARTCAT.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCAT-NUMBER
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "CATMAINT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CATMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PART-CATALOG-FILE.
           COPY WSPCAT.

       FD  TRAN-FILE.
       01  TRAN-FILE-RECORD            PIC X(57).

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-TRAN-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF                     VALUE 'Y'.
       01  WS-CAT-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-CAT-EOF                      VALUE 'Y'.
       01  WS-FOUND-SW                 PIC X(1) VALUE 'N'.
           88  WS-FOUND                        VALUE 'Y'.

       01  WS-CAT-TRAN-RECORD.
           05  TRN-ACTION               PIC X(1).
           05  FILLER                   PIC X(1).
           05  TRN-NUMBER               PIC X(7).
           05  TRN-NUMBER-N REDEFINES TRN-NUMBER
                                        PIC 9(7).
           05  FILLER                   PIC X(1).
           05  TRN-EFF-DATE             PIC X(8).
           05  FILLER                   PIC X(1).
           05  TRN-REPLACEMENT          PIC X(7).
           05  TRN-REPLACEMENT-N REDEFINES TRN-REPLACEMENT
                                        PIC 9(7).
           05  FILLER                   PIC X(1).
           05  TRN-DESC                 PIC X(30).

      * -- The record as it stood before the transaction, held while
      * -- a supersede reads the replacement number.
       01  WS-PCAT-SAVE                PIC X(57).
       01  WS-PCAT-BEFORE              PIC X(57).

       01  WS-TRANS-READ               PIC 9(5) VALUE 0.
       01  WS-TRANS-APPLIED            PIC 9(5) VALUE 0.
       01  WS-TRANS-REJECTED           PIC 9(5) VALUE 0.
       01  WS-MASTER-COUNT             PIC 9(7) VALUE 0.
       01  WS-ACTIVE-COUNT             PIC 9(7) VALUE 0.
       01  WS-RETIRED-COUNT            PIC 9(7) VALUE 0.
       01  WS-SUPERSEDED-COUNT         PIC 9(7) VALUE 0.
       01  WS-REJECT-TEXT              PIC X(40).

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 PART CATALOG MAINTENANCE AUDIT REPORT".
       01  WS-HEADING-2                PIC X(132) VALUE
           "         NUMBER  S REPLACE EFF-DATE DESCRIPTION".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           PERFORM 1000-OPEN-MASTER
           PERFORM 3000-PROCESS-TRANSACTIONS
           PERFORM 4000-WRITE-SUMMARY
           CLOSE PART-CATALOG-FILE
           CLOSE REPORT-FILE
           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * A missing master is not an error on the day the dataset is
      * first cut over; the adds in the transaction file create it.
       1000-OPEN-MASTER.
           OPEN I-O PART-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = "35"
               DISPLAY "CATMAINT: NO PRIOR PART CATALOG, "
                   "CREATING NEW ONE"
               MOVE "NO PRIOR CATALOG ON FILE - STARTING EMPTY"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               OPEN OUTPUT PART-CATALOG-FILE
               CLOSE PART-CATALOG-FILE
               OPEN I-O PART-CATALOG-FILE
           END-IF
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "CATMAINT: CATALOG OPEN ERROR STATUS="
                   WS-CATALOG-FILE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-PROCESS-TRANSACTIONS.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "CATMAINT: TRANSACTION FILE OPEN ERROR STATUS="
                   WS-TRAN-FILE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "-- TRANSACTIONS --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-FILE INTO WS-CAT-TRAN-RECORD
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF WS-CAT-TRAN-RECORD NOT = SPACES
                           ADD 1 TO WS-TRANS-READ
                           PERFORM 3100-APPLY-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE.

       3100-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO WS-PCAT-BEFORE
           IF TRN-NUMBER NOT NUMERIC
               MOVE "BAD PART NUMBER" TO WS-REJECT-TEXT
           ELSE
               PERFORM 3150-FIND-NUMBER
               EVALUATE TRN-ACTION
                   WHEN "A"
                       PERFORM 3200-APPLY-ADD
                   WHEN "C"
                       PERFORM 3300-APPLY-CHANGE
                   WHEN "R"
                       PERFORM 3400-APPLY-RETIRE
                   WHEN "S"
                       PERFORM 3500-APPLY-SUPERSEDE
                   WHEN OTHER
                       MOVE "BAD ACTION CODE" TO WS-REJECT-TEXT
               END-EVALUATE
           END-IF
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-TRANS-APPLIED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "APPLIED  " DELIMITED BY SIZE
                   TRN-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRN-NUMBER DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               IF WS-PCAT-BEFORE NOT = SPACES
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  BEFORE " DELIMITED BY SIZE
                       WS-PCAT-BEFORE DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  AFTER  " DELIMITED BY SIZE
                   PCAT-RECORD DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REJECTED " DELIMITED BY SIZE
                   TRN-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRN-NUMBER DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF.

       3150-FIND-NUMBER.
           MOVE 'N' TO WS-FOUND-SW
           MOVE TRN-NUMBER-N TO PCAT-NUMBER
           READ PART-CATALOG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND TO TRUE
                   MOVE PCAT-RECORD TO WS-PCAT-BEFORE
           END-READ.

       3200-APPLY-ADD.
           EVALUATE TRUE
               WHEN WS-FOUND
                   MOVE "NUMBER ALREADY ON CATALOG" TO WS-REJECT-TEXT
               WHEN TRN-EFF-DATE NOT NUMERIC
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-TEXT
               WHEN TRN-DESC = SPACES
                   MOVE "MISSING DESCRIPTION" TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE SPACES TO PCAT-RECORD
                   MOVE TRN-NUMBER-N TO PCAT-NUMBER
                   SET PCAT-ACTIVE TO TRUE
                   MOVE 0 TO PCAT-SUPERSEDED-BY
                   MOVE TRN-EFF-DATE TO PCAT-EFF-DATE
                   MOVE TRN-DESC TO PCAT-DESC
                   WRITE PCAT-RECORD
                       INVALID KEY
                           MOVE "CATALOG WRITE FAILED"
                               TO WS-REJECT-TEXT
                   END-WRITE
           END-EVALUATE.

      * A change only replaces the fields it carries, so a reissue
      * date does not have to re-key the description.
       3300-APPLY-CHANGE.
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "NUMBER NOT ON CATALOG" TO WS-REJECT-TEXT
               WHEN TRN-EFF-DATE = SPACES
                    AND TRN-DESC = SPACES
                    AND PCAT-ACTIVE
                   MOVE "NOTHING TO CHANGE" TO WS-REJECT-TEXT
               WHEN TRN-EFF-DATE NOT = SPACES
                    AND TRN-EFF-DATE NOT NUMERIC
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-TEXT
               WHEN OTHER
                   IF TRN-EFF-DATE NOT = SPACES
                       MOVE TRN-EFF-DATE TO PCAT-EFF-DATE
                   END-IF
                   IF TRN-DESC NOT = SPACES
                       MOVE TRN-DESC TO PCAT-DESC
                   END-IF
                   SET PCAT-ACTIVE TO TRUE
                   MOVE 0 TO PCAT-SUPERSEDED-BY
                   PERFORM 3900-REWRITE-ENTRY
           END-EVALUATE.

      * Retirement keeps the record so an old dated deck can still
      * be told the number was once issued.
       3400-APPLY-RETIRE.
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "NUMBER NOT ON CATALOG" TO WS-REJECT-TEXT
               WHEN PCAT-RETIRED
                   MOVE "NUMBER ALREADY RETIRED" TO WS-REJECT-TEXT
               WHEN TRN-EFF-DATE NOT NUMERIC
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-TEXT
               WHEN OTHER
                   SET PCAT-RETIRED TO TRUE
                   MOVE 0 TO PCAT-SUPERSEDED-BY
                   MOVE TRN-EFF-DATE TO PCAT-EFF-DATE
                   PERFORM 3900-REWRITE-ENTRY
           END-EVALUATE.

       3500-APPLY-SUPERSEDE.
           EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE "NUMBER NOT ON CATALOG" TO WS-REJECT-TEXT
               WHEN TRN-EFF-DATE NOT NUMERIC
                   MOVE "BAD EFFECTIVE DATE" TO WS-REJECT-TEXT
               WHEN TRN-REPLACEMENT NOT NUMERIC
                   MOVE "BAD REPLACEMENT NUMBER" TO WS-REJECT-TEXT
               WHEN TRN-REPLACEMENT-N = TRN-NUMBER-N
                   MOVE "NUMBER CANNOT SUPERSEDE ITSELF"
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 3550-CHECK-REPLACEMENT
                   IF WS-REJECT-TEXT = SPACES
                       SET PCAT-SUPERSEDED TO TRUE
                       MOVE TRN-REPLACEMENT-N TO PCAT-SUPERSEDED-BY
                       MOVE TRN-EFF-DATE TO PCAT-EFF-DATE
                       PERFORM 3900-REWRITE-ENTRY
                   END-IF
           END-EVALUATE.

      * The replacement read overlays the record area, so the entry
      * being superseded is saved first and restored after.
       3550-CHECK-REPLACEMENT.
           MOVE PCAT-RECORD TO WS-PCAT-SAVE
           MOVE TRN-REPLACEMENT-N TO PCAT-NUMBER
           READ PART-CATALOG-FILE
               INVALID KEY
                   MOVE "REPLACEMENT NOT ON CATALOG"
                       TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF NOT PCAT-ACTIVE
                       MOVE "REPLACEMENT NOT ACTIVE"
                           TO WS-REJECT-TEXT
                   END-IF
           END-READ
           MOVE WS-PCAT-SAVE TO PCAT-RECORD.

       3900-REWRITE-ENTRY.
           REWRITE PCAT-RECORD
               INVALID KEY
                   MOVE "CATALOG REWRITE FAILED" TO WS-REJECT-TEXT
           END-REWRITE.

       4000-WRITE-SUMMARY.
           PERFORM 4100-COUNT-MASTER
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRANS-READ TO WS-EDIT-9
           STRING "TRANSACTIONS READ     : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRANS-APPLIED TO WS-EDIT-9
           STRING "TRANSACTIONS APPLIED  : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TRANS-REJECTED TO WS-EDIT-9
           STRING "TRANSACTIONS REJECTED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MASTER-COUNT TO WS-EDIT-9
           STRING "NUMBERS ON CATALOG    : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ACTIVE-COUNT TO WS-EDIT-9
           STRING "  ACTIVE              : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RETIRED-COUNT TO WS-EDIT-9
           STRING "  RETIRED             : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SUPERSEDED-COUNT TO WS-EDIT-9
           STRING "  SUPERSEDED          : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-TRANS-REJECTED.

      * One sequential pass from the low key counts the catalog by
      * status for the closing totals.
       4100-COUNT-MASTER.
           MOVE 0 TO PCAT-NUMBER
           START PART-CATALOG-FILE KEY >= PCAT-NUMBER
               INVALID KEY
                   SET WS-CAT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CAT-EOF
               READ PART-CATALOG-FILE NEXT RECORD
                   AT END
                       SET WS-CAT-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MASTER-COUNT
                       EVALUATE TRUE
                           WHEN PCAT-ACTIVE
                               ADD 1 TO WS-ACTIVE-COUNT
                           WHEN PCAT-RETIRED
                               ADD 1 TO WS-RETIRED-COUNT
                           WHEN PCAT-SUPERSEDED
                               ADD 1 TO WS-SUPERSEDED-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.
