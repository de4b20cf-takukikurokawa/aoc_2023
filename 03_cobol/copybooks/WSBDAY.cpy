      ******************************************************************
      * WSBDAY - business run-date card (BUSDATE.DAT), 80 bytes,
      * written by calroll each time it rolls the control deck. It
      * carries the shop calendar's view of tonight's run date so a
      * later step can tell a period close from an ordinary night
      * without reading the calendar itself:
      *   BDY-MONTH-END-SW Y = the run date is the last business day
      *       of its accounting period (BDY-PERIOD YYYYMM closes)
      *   BDY-CALENDAR-DAYS calendar days since the prior run date,
      *       so a weekend or holiday gap is visible to the step
      ******************************************************************
       01  WS-BUSINESS-DATE-RECORD.
           05  BDY-RUN-DATE             PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  BDY-PRIOR-RUN-DATE       PIC X(8).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  BDY-DAY-OF-WEEK          PIC 9(1).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  BDY-MONTH-END-SW         PIC X(1).
               88  BDY-MONTH-END                VALUE "Y".
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  BDY-PERIOD               PIC X(6).
           05  FILLER                   PIC X(1) VALUE SPACE.
           05  BDY-CALENDAR-DAYS        PIC 9(3).
           05  FILLER                   PIC X(48) VALUE SPACES.
