      * AoC Day03 Shop Calendar Maintenance
      * Maintains the shop calendar (SHOPCAL.DAT, WSSCAL) that calroll
      * rolls the nightly control deck by: which days are business
      * days the chain runs on, which are shop holidays, and which
      * business day closes each accounting period. A year is
      * generated in one transaction with Monday to Friday as
      * business days; holidays and worked weekend days are then
      * posted against it one date at a time. After the transactions
      * the period close of every month that is not pinned is set
      * again to the last business day of the month, so posting a
      * holiday on the 31st moves the close back without a second
      * transaction. Every transaction is echoed with its result and
      * the before and after image of the day it touched, and every
      * period close that moved is listed, the way catmaint audits
      * the part catalog. The calendar is only rewritten when at
      * least one transaction applied cleanly.
      * Transaction record (CALMAINT.TRN), one per line:
      *   col 1     action Y = generate a year, H = holiday,
      *             B = business day, W = not worked,
      *             E = pin the period close to this business day,
      *             D = drop the pin and derive the close again
      *   col 3-10  date YYYYMMDD (Y takes the year in col 3-6)
      *   col 12-41 description (H, B and W; optional)
      * Return codes: 8 = calendar or transaction file unusable,
      * 4 = one or more transactions rejected, 0 = all applied.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. calmaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "SHOPCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "CALMAINT.TRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALMAINT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       01  CALENDAR-FILE-RECORD        PIC X(45).

       FD  TRAN-FILE.
       01  TRAN-FILE-RECORD            PIC X(41).

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CALENDAR-FILE-STATUS     PIC XX VALUE SPACES.
       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CAL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-CAL-EOF                      VALUE 'Y'.
       01  WS-TRAN-EOF-SW              PIC X(1) VALUE 'N'.
           88  WS-TRAN-EOF                     VALUE 'Y'.
       01  WS-PINNED-SW                PIC X(1) VALUE 'N'.
           88  WS-MONTH-PINNED                 VALUE 'Y'.

           COPY WSSCAL.

       01  WS-CAL-TRAN-RECORD.
           05  TRN-ACTION               PIC X(1).
           05  FILLER                   PIC X(1).
           05  TRN-DATE                 PIC X(8).
           05  TRN-DATE-N REDEFINES TRN-DATE
                                        PIC 9(8).
           05  TRN-YEAR-VIEW REDEFINES TRN-DATE.
               10  TRN-YEAR             PIC X(4).
               10  TRN-YEAR-N REDEFINES TRN-YEAR
                                        PIC 9(4).
               10  FILLER               PIC X(4).
           05  FILLER                   PIC X(1).
           05  TRN-DESC                 PIC X(30).

       01  WS-C                        PIC 9(4).
       01  WS-M                        PIC 9(4).
       01  WS-FOUND                    PIC 9(4).
       01  WS-INSERT-AT                PIC 9(4).
       01  WS-MONTH-START              PIC 9(4).
       01  WS-MONTH-END                PIC 9(4).
       01  WS-LAST-BUSINESS            PIC 9(4).
       01  WS-DAYS-IN-YEAR             PIC 9(3).
       01  WS-DATE-INT                 PIC 9(7).
       01  WS-DATE-N                   PIC 9(8).
       01  WS-NEW-FLAG                 PIC X(1).
       01  WS-YEAR-DATE.
           05  WS-YD-YEAR               PIC 9(4).
           05  WS-YD-MMDD               PIC 9(4).
       01  WS-YEAR-DATE-N REDEFINES WS-YEAR-DATE
                                        PIC 9(8).

       01  WS-TRANS-READ               PIC 9(5) VALUE 0.
       01  WS-TRANS-APPLIED            PIC 9(5) VALUE 0.
       01  WS-TRANS-REJECTED           PIC 9(5) VALUE 0.
       01  WS-DAYS-ADDED               PIC 9(5) VALUE 0.
       01  WS-CLOSES-MOVED             PIC 9(5) VALUE 0.
       01  WS-BUSINESS-COUNT           PIC 9(5) VALUE 0.
       01  WS-HOLIDAY-COUNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-TEXT              PIC X(40).
       01  WS-CAL-BEFORE               PIC X(45).

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 SHOP CALENDAR MAINTENANCE AUDIT REPORT".
       01  WS-HEADING-2                PIC X(132) VALUE
           "         DATE     D T M DESCRIPTION".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           PERFORM 1000-LOAD-CALENDAR
           PERFORM 3000-PROCESS-TRANSACTIONS
           PERFORM 4000-DERIVE-MONTH-ENDS
           PERFORM 5000-WRITE-SUMMARY
           IF WS-TRANS-APPLIED > 0
               PERFORM 6000-REWRITE-CALENDAR
           ELSE
               MOVE "NO TRANSACTIONS APPLIED - CALENDAR UNCHANGED"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           IF WS-TRANS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * A missing calendar dataset (status 35) is not an error on the
      * day it is first cut over; the year transactions create it.
      * A calendar that is there but cannot be read stops the step
      * before the rewrite could replace it with this run's days.
       1000-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           EVALUATE WS-CALENDAR-FILE-STATUS
               WHEN "00"
                   PERFORM UNTIL WS-CAL-EOF
                       READ CALENDAR-FILE INTO CAL-RECORD
                           AT END
                               SET WS-CAL-EOF TO TRUE
                           NOT AT END
                               PERFORM 1100-ADD-CALENDAR-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE CALENDAR-FILE
                   SET WS-CAL-LOADED TO TRUE
               WHEN "35"
                   DISPLAY "CALMAINT: NO PRIOR SHOP CALENDAR STATUS="
                       WS-CALENDAR-FILE-STATUS ", STARTING EMPTY"
                   MOVE "NO PRIOR CALENDAR ON FILE - STARTING EMPTY"
                       TO WS-REPORT-LINE
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               WHEN OTHER
                   DISPLAY "CALMAINT: SHOPCAL.DAT OPEN ERROR STATUS="
                       WS-CALENDAR-FILE-STATUS " - ABORT"
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CAL-COUNT TO WS-EDIT-9
           STRING "CALENDAR DAYS ON FILE : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       1100-ADD-CALENDAR-ENTRY.
           IF WS-CAL-COUNT >= WS-CAL-MAX-ENTRIES
               DISPLAY "CALMAINT: SHOP CALENDAR EXCEEDS MAX "
                   WS-CAL-MAX-ENTRIES " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
           MOVE CAL-DAY-OF-WEEK TO WS-CAL-DOW(WS-CAL-COUNT)
           MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
           MOVE CAL-MONTH-END-SW
               TO WS-CAL-MONTH-END-SW(WS-CAL-COUNT)
           MOVE CAL-DESC TO WS-CAL-DESC(WS-CAL-COUNT).

       3000-PROCESS-TRANSACTIONS.
           OPEN INPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "CALMAINT: TRANSACTION FILE OPEN ERROR STATUS="
                   WS-TRAN-FILE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "-- TRANSACTIONS --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-FILE INTO WS-CAL-TRAN-RECORD
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       IF WS-CAL-TRAN-RECORD NOT = SPACES
                           ADD 1 TO WS-TRANS-READ
                           PERFORM 3100-APPLY-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRAN-FILE.

       3100-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO WS-CAL-BEFORE
           MOVE 0 TO WS-FOUND
           IF TRN-ACTION = "Y"
               PERFORM 3200-GENERATE-YEAR
           ELSE
               PERFORM 3150-FIND-DATE
               IF WS-FOUND > 0
                   PERFORM 8000-BUILD-CAL-RECORD
                   MOVE CAL-RECORD TO WS-CAL-BEFORE
               END-IF
               EVALUATE TRUE
                   WHEN WS-REJECT-TEXT NOT = SPACES
                       CONTINUE
                   WHEN TRN-ACTION = "H" OR "B" OR "W"
                       PERFORM 3300-APPLY-DAY-TYPE
                   WHEN TRN-ACTION = "E"
                       PERFORM 3400-APPLY-PIN
                   WHEN TRN-ACTION = "D"
                       PERFORM 3500-APPLY-UNPIN
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
                   TRN-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               IF WS-FOUND > 0
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  BEFORE " DELIMITED BY SIZE
                       WS-CAL-BEFORE DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
                   PERFORM 8000-BUILD-CAL-RECORD
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  AFTER  " DELIMITED BY SIZE
                       CAL-RECORD DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               END-IF
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REJECTED " DELIMITED BY SIZE
                   TRN-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRN-DATE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-REJECT-TEXT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           END-IF.

       3150-FIND-DATE.
           IF TRN-DATE NOT NUMERIC
               MOVE "BAD DATE" TO WS-REJECT-TEXT
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(TRN-DATE-N) NOT = 0
                   MOVE "BAD DATE" TO WS-REJECT-TEXT
               ELSE
                   PERFORM VARYING WS-C FROM 1 BY 1
                           UNTIL WS-C > WS-CAL-COUNT
                       IF WS-CAL-DATE(WS-C) = TRN-DATE
                           MOVE WS-C TO WS-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 0
                       MOVE "DATE NOT ON CALENDAR - GENERATE YEAR"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

      * The new year's days are slotted in at their place in date
      * order, so a past year can be added after a later one; a year
      * already carrying any day is refused rather than merged, so a
      * posted holiday is never overlaid by a generated weekday.
       3200-GENERATE-YEAR.
           EVALUATE TRUE
               WHEN TRN-YEAR NOT NUMERIC
                   MOVE "BAD YEAR" TO WS-REJECT-TEXT
               WHEN TRN-YEAR-N < 1601
                   MOVE "BAD YEAR" TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE TRN-YEAR-N TO WS-YD-YEAR
                   MOVE 1231 TO WS-YD-MMDD
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-YEAR-DATE-N)
                   MOVE 0101 TO WS-YD-MMDD
                   COMPUTE WS-DAYS-IN-YEAR = WS-DATE-INT + 1
                       - FUNCTION INTEGER-OF-DATE(WS-YEAR-DATE-N)
                   COMPUTE WS-INSERT-AT = WS-CAL-COUNT + 1
                   PERFORM VARYING WS-C FROM 1 BY 1
                           UNTIL WS-C > WS-CAL-COUNT
                       IF WS-CAL-DATE(WS-C)(1:4) = TRN-YEAR
                           MOVE "YEAR ALREADY ON CALENDAR"
                               TO WS-REJECT-TEXT
                           EXIT PERFORM
                       END-IF
                       IF WS-CAL-DATE(WS-C)(1:4) > TRN-YEAR
                           MOVE WS-C TO WS-INSERT-AT
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-REJECT-TEXT = SPACES
                      AND WS-CAL-COUNT + WS-DAYS-IN-YEAR
                          > WS-CAL-MAX-ENTRIES
                       MOVE "CALENDAR TABLE FULL" TO WS-REJECT-TEXT
                   END-IF
                   IF WS-REJECT-TEXT = SPACES
                       PERFORM 3250-INSERT-YEAR
                   END-IF
           END-EVALUATE.

       3250-INSERT-YEAR.
           PERFORM VARYING WS-C FROM WS-CAL-COUNT BY -1
                   UNTIL WS-C < WS-INSERT-AT
               MOVE WS-CAL-ENTRY(WS-C)
                   TO WS-CAL-ENTRY(WS-C + WS-DAYS-IN-YEAR)
           END-PERFORM
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-DATE-N)
           PERFORM VARYING WS-C FROM WS-INSERT-AT BY 1
                   UNTIL WS-C > WS-INSERT-AT + WS-DAYS-IN-YEAR - 1
               COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-N TO WS-CAL-DATE(WS-C)
               COMPUTE WS-CAL-DOW(WS-C) =
                   FUNCTION MOD(WS-DATE-INT - 1, 7) + 1
               IF WS-CAL-DOW(WS-C) > 5
                   MOVE "W" TO WS-CAL-TYPE(WS-C)
               ELSE
                   MOVE "B" TO WS-CAL-TYPE(WS-C)
               END-IF
               MOVE "N" TO WS-CAL-MONTH-END-SW(WS-C)
               MOVE SPACES TO WS-CAL-DESC(WS-C)
               ADD 1 TO WS-DATE-INT
           END-PERFORM
           ADD WS-DAYS-IN-YEAR TO WS-CAL-COUNT
           ADD WS-DAYS-IN-YEAR TO WS-DAYS-ADDED
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DAYS-IN-YEAR TO WS-EDIT-9
           STRING "  YEAR " DELIMITED BY SIZE
               TRN-YEAR DELIMITED BY SIZE
               " GENERATED, DAYS ADDED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

      * A pinned period close must stay a business day; the pin is
      * dropped first (D) before its day can be taken out of service.
       3300-APPLY-DAY-TYPE.
           EVALUATE TRUE
               WHEN WS-CAL-MONTH-END-SW(WS-FOUND) = "P"
                    AND TRN-ACTION NOT = "B"
                   MOVE "PERIOD CLOSE PINNED TO DATE - DROP PIN FIRST"
                       TO WS-REJECT-TEXT
               WHEN WS-CAL-TYPE(WS-FOUND) = TRN-ACTION
                    AND TRN-DESC = WS-CAL-DESC(WS-FOUND)
                   MOVE "NO CHANGE TO DAY" TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE TRN-ACTION TO WS-CAL-TYPE(WS-FOUND)
                   MOVE TRN-DESC TO WS-CAL-DESC(WS-FOUND)
           END-EVALUATE.

       3400-APPLY-PIN.
           EVALUATE TRUE
               WHEN WS-CAL-TYPE(WS-FOUND) NOT = "B"
                   MOVE "PERIOD CLOSE MUST BE A BUSINESS DAY"
                       TO WS-REJECT-TEXT
               WHEN WS-CAL-MONTH-END-SW(WS-FOUND) = "P"
                   MOVE "PERIOD CLOSE ALREADY PINNED TO DATE"
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 4100-FIND-MONTH
                   PERFORM VARYING WS-M FROM WS-MONTH-START BY 1
                           UNTIL WS-M > WS-MONTH-END
                       IF WS-CAL-MONTH-END-SW(WS-M) = "P"
                           MOVE "N" TO WS-CAL-MONTH-END-SW(WS-M)
                       END-IF
                   END-PERFORM
                   MOVE "P" TO WS-CAL-MONTH-END-SW(WS-FOUND)
           END-EVALUATE.

       3500-APPLY-UNPIN.
           PERFORM 4100-FIND-MONTH
           MOVE 'N' TO WS-PINNED-SW
           PERFORM VARYING WS-M FROM WS-MONTH-START BY 1
                   UNTIL WS-M > WS-MONTH-END
               IF WS-CAL-MONTH-END-SW(WS-M) = "P"
                   MOVE "Y" TO WS-CAL-MONTH-END-SW(WS-M)
                   SET WS-MONTH-PINNED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-MONTH-PINNED
               MOVE "NO PERIOD CLOSE PINNED IN MONTH" TO WS-REJECT-TEXT
           END-IF.

      * Month by month over the whole calendar: a month with a
      * pinned close keeps it and nothing else; any other month
      * closes on its last business day. Every close that moves is
      * listed.
       4000-DERIVE-MONTH-ENDS.
           MOVE "-- PERIOD CLOSE CHANGES --" TO WS-REPORT-LINE
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           MOVE 1 TO WS-FOUND
           PERFORM UNTIL WS-FOUND > WS-CAL-COUNT
               PERFORM 4100-FIND-MONTH
               PERFORM 4200-DERIVE-ONE-MONTH
               COMPUTE WS-FOUND = WS-MONTH-END + 1
           END-PERFORM
           MOVE 0 TO WS-BUSINESS-COUNT
           MOVE 0 TO WS-HOLIDAY-COUNT
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CAL-COUNT
               EVALUATE WS-CAL-TYPE(WS-C)
                   WHEN "B"
                       ADD 1 TO WS-BUSINESS-COUNT
                   WHEN "H"
                       ADD 1 TO WS-HOLIDAY-COUNT
               END-EVALUATE
           END-PERFORM.

      * WS-FOUND is any day of the month; WS-MONTH-START and
      * WS-MONTH-END come back as the first and last table entries
      * of that month.
       4100-FIND-MONTH.
           MOVE WS-FOUND TO WS-MONTH-START
           PERFORM UNTIL WS-MONTH-START = 1
               IF WS-CAL-DATE(WS-MONTH-START - 1)(1:6)
                   NOT = WS-CAL-DATE(WS-FOUND)(1:6)
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-MONTH-START
           END-PERFORM
           MOVE WS-FOUND TO WS-MONTH-END
           PERFORM UNTIL WS-MONTH-END = WS-CAL-COUNT
               IF WS-CAL-DATE(WS-MONTH-END + 1)(1:6)
                   NOT = WS-CAL-DATE(WS-FOUND)(1:6)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-MONTH-END
           END-PERFORM.

       4200-DERIVE-ONE-MONTH.
           MOVE 'N' TO WS-PINNED-SW
           MOVE 0 TO WS-LAST-BUSINESS
           PERFORM VARYING WS-M FROM WS-MONTH-START BY 1
                   UNTIL WS-M > WS-MONTH-END
               IF WS-CAL-MONTH-END-SW(WS-M) = "P"
                   SET WS-MONTH-PINNED TO TRUE
               END-IF
               IF WS-CAL-TYPE(WS-M) = "B"
                   MOVE WS-M TO WS-LAST-BUSINESS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-M FROM WS-MONTH-START BY 1
                   UNTIL WS-M > WS-MONTH-END
               EVALUATE TRUE
                   WHEN WS-CAL-MONTH-END-SW(WS-M) = "P"
                       MOVE "P" TO WS-NEW-FLAG
                   WHEN WS-MONTH-PINNED
                       MOVE "N" TO WS-NEW-FLAG
                   WHEN WS-M = WS-LAST-BUSINESS
                       MOVE "Y" TO WS-NEW-FLAG
                   WHEN OTHER
                       MOVE "N" TO WS-NEW-FLAG
               END-EVALUATE
               IF WS-NEW-FLAG NOT = WS-CAL-MONTH-END-SW(WS-M)
                   PERFORM 4300-NOTE-CLOSE-CHANGE
                   MOVE WS-NEW-FLAG TO WS-CAL-MONTH-END-SW(WS-M)
               END-IF
           END-PERFORM.

       4300-NOTE-CLOSE-CHANGE.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-NEW-FLAG = "N"
               STRING "PERIOD CLOSE CLEARED " DELIMITED BY SIZE
                   WS-CAL-DATE(WS-M) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-CLOSES-MOVED
               STRING "PERIOD CLOSE SET     " DELIMITED BY SIZE
                   WS-CAL-DATE(WS-M) DELIMITED BY SIZE
                   " PERIOD " DELIMITED BY SIZE
                   WS-CAL-DATE(WS-M)(1:6) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       5000-WRITE-SUMMARY.
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
           MOVE WS-DAYS-ADDED TO WS-EDIT-9
           STRING "DAYS GENERATED        : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CLOSES-MOVED TO WS-EDIT-9
           STRING "PERIOD CLOSES SET     : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CAL-COUNT TO WS-EDIT-9
           STRING "CALENDAR DAYS         : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-BUSINESS-COUNT TO WS-EDIT-9
           STRING "BUSINESS DAYS         : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-HOLIDAY-COUNT TO WS-EDIT-9
           STRING "SHOP HOLIDAYS         : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           DISPLAY WS-TRANS-REJECTED.

       6000-REWRITE-CALENDAR.
           OPEN OUTPUT CALENDAR-FILE
           IF WS-CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "CALMAINT: CALENDAR REWRITE OPEN ERROR STATUS="
                   WS-CALENDAR-FILE-STATUS " - ABORT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-FOUND FROM 1 BY 1
                   UNTIL WS-FOUND > WS-CAL-COUNT
               PERFORM 8000-BUILD-CAL-RECORD
               WRITE CALENDAR-FILE-RECORD FROM CAL-RECORD
           END-PERFORM
           CLOSE CALENDAR-FILE.

       8000-BUILD-CAL-RECORD.
           MOVE SPACES TO CAL-RECORD
           MOVE WS-CAL-DATE(WS-FOUND) TO CAL-DATE
           MOVE WS-CAL-DOW(WS-FOUND) TO CAL-DAY-OF-WEEK
           MOVE WS-CAL-TYPE(WS-FOUND) TO CAL-DAY-TYPE
           MOVE WS-CAL-MONTH-END-SW(WS-FOUND) TO CAL-MONTH-END-SW
           MOVE WS-CAL-DESC(WS-FOUND) TO CAL-DESC.
