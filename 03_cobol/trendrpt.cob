      * that still produces a plausible-looking total shows up here
      * as a swing alert the same night instead of at month-end.
      * Return code 4 when any alert was raised so the scheduler can
      * flag the run for review. An alert on a run under tonight's
      * control-deck date is also logged (AOC0028) with the DSN, so
      * alertq puts it on the operator alert queue; alerts on older
      * runs still print but were logged on their own night.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. trendrpt.


           COPY WSCTRL.
           COPY WSHIST.
           COPY WSRLOG.

      * -- Most recent history records, oldest first. When the file
      * -- holds more than the table, the oldest entries are shifted
       01  WS-PREV-FOUND               PIC 9(1).
       01  WS-PCT                      PIC 9(9).
       01  WS-ALERT-COUNT              PIC 9(5) VALUE 0.
       01  WS-SWING-NAME               PIC X(4) VALUE SPACES.

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE "trendrpt" TO LOG-PROGRAM-ID
           PERFORM 1000-READ-CONTROL
           PERFORM 2000-LOAD-HISTORY
           PERFORM 3000-WRITE-TREND
           END-IF.

       3300-CHECK-ANS-SWING.
           MOVE "ANS" TO WS-SWING-NAME
           IF PH-ANS > 0
               COMPUTE WS-PCT ROUNDED =
                   (FUNCTION ABS(HIST-ANS - PH-ANS) * 100) / PH-ANS
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
                   PERFORM 3500-LOG-TREND-ALERT
               END-IF
           ELSE
               IF HIST-ANS > 0
                   MOVE "*** ANS SWING FROM ZERO ON PRIOR RUN"
                       TO WS-REPORT-LINE
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
                   MOVE 0 TO WS-PCT
                   PERFORM 3500-LOG-TREND-ALERT
               END-IF
           END-IF.

       3400-CHECK-ANS2-SWING.
           MOVE "ANS2" TO WS-SWING-NAME
           IF PH-ANS2 > 0
               COMPUTE WS-PCT ROUNDED =
                   (FUNCTION ABS(HIST-ANS2 - PH-ANS2) * 100)
                       INTO WS-REPORT-LINE
                   END-STRING
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
                   PERFORM 3500-LOG-TREND-ALERT
               END-IF
           ELSE
               IF HIST-ANS2 > 0
                   MOVE "*** ANS2 SWING FROM ZERO ON PRIOR RUN"
                       TO WS-REPORT-LINE
                   WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
                   MOVE 0 TO WS-PCT
                   PERFORM 3500-LOG-TREND-ALERT
               END-IF
           END-IF.

      * WS-PCT zero marks a swing from a zero prior total.
       3500-LOG-TREND-ALERT.
           IF HIST-RUN-DATE = WS-CTL-RUN-DATE
               MOVE "W" TO LOG-SEVERITY
               MOVE "AOC0028" TO LOG-MESSAGE-CODE
               MOVE SPACES TO LOG-MESSAGE-TEXT
               IF WS-PCT = 0
                   STRING HIST-PROGRAM-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SWING-NAME, TRAILING)
                       DELIMITED BY SIZE
                       " SWING FROM ZERO DSN=" DELIMITED BY SIZE
                       HIST-SCHEMATIC-DSN DELIMITED BY SIZE
                       INTO LOG-MESSAGE-TEXT
                   END-STRING
               ELSE
                   STRING HIST-PROGRAM-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SWING-NAME, TRAILING)
                       DELIMITED BY SIZE
                       " SWING " DELIMITED BY SIZE
                       WS-PCT DELIMITED BY SIZE
                       " PCT VS " DELIMITED BY SIZE
                       PH-RUN-DATE DELIMITED BY SIZE
                       " DSN=" DELIMITED BY SIZE
                       HIST-SCHEMATIC-DSN DELIMITED BY SIZE
                       INTO LOG-MESSAGE-TEXT
                   END-STRING
               END-IF
               PERFORM 9100-WRITE-LOG
           END-IF.

       9100-WRITE-LOG.
           CALL "runlog" USING WS-LOG-REQUEST.
