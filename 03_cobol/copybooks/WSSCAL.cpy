      ******************************************************************
      * WSSCAL - shop calendar record (SHOPCAL.DAT) and in-storage
      * table. One record per calendar day, in date order, for every
      * year calmaint has generated:
      *   CAL-DAY-OF-WEEK 1 = Monday thru 7 = Sunday
      *   CAL-DAY-TYPE    B = business day (the nightly chain runs),
      *                   H = shop holiday, W = weekend / not worked
      *   CAL-MONTH-END-SW marks the business day the accounting
      *                   period closes on:
      *                   Y = last business day of the month, kept
      *                       up to date by calmaint as holidays and
      *                       worked days are posted
      *                   P = period close pinned to this day by the
      *                       operator; the month is not re-derived
      *                   N = not a period close
      * calmaint maintains the file; calroll reads it to roll the
      * control deck to the next business run date.
      ******************************************************************
       01  CAL-RECORD.
           05  CAL-DATE                 PIC X(8).
           05  CAL-DATE-N REDEFINES CAL-DATE
                                        PIC 9(8).
           05  FILLER                   PIC X(1).
           05  CAL-DAY-OF-WEEK          PIC 9(1).
           05  FILLER                   PIC X(1).
           05  CAL-DAY-TYPE             PIC X(1).
               88  CAL-BUSINESS-DAY             VALUE "B".
               88  CAL-HOLIDAY                  VALUE "H".
               88  CAL-NON-WORKING              VALUE "W".
           05  FILLER                   PIC X(1).
           05  CAL-MONTH-END-SW         PIC X(1).
               88  CAL-MONTH-END                VALUE "Y" "P".
               88  CAL-MONTH-END-PINNED         VALUE "P".
           05  FILLER                   PIC X(1).
           05  CAL-DESC                 PIC X(30).

       01  WS-CALENDAR-TABLE.
           05  WS-CAL-MAX-ENTRIES       PIC 9(4) VALUE 4018.
           05  WS-CAL-COUNT             PIC 9(4) VALUE 0.
           05  WS-CAL-LOADED-SW         PIC X(1) VALUE 'N'.
               88  WS-CAL-LOADED                VALUE 'Y'.
           05  WS-CAL-ENTRY OCCURS 4018 TIMES.
               10  WS-CAL-DATE          PIC X(8).
               10  WS-CAL-DOW           PIC 9(1).
               10  WS-CAL-TYPE          PIC X(1).
               10  WS-CAL-MONTH-END-SW  PIC X(1).
               10  WS-CAL-DESC          PIC X(30).
