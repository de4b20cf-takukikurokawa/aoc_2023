      * AoC Day03 Part Number Master Backout
      * Puts the part number master (PARTMAST.MST) back the way it
      * stood before a chosen partdlta run, for one schematic DSN or
      * for every schematic, from the before-image journal partdlta
      * writes ahead of each master update (PARTMAST.JNL, WSPJNL).
      * Schematics outside the backout keep every update they have
      * had since, so a bad run is reversed without restoring the
      * whole master from backup.
      * Backout card (BACKOUT.PRM), one record:
      *   col 1-8   run date YYYYMMDD of the run to back out
      *   col 10-57 schematic DSN; blank backs out every schematic
      * The journal is read once to find the first partdlta step
      * that updated the selected schematics for that run date;
      * that step and every later one for the same schematics are
      * then sorted newest first and reversed record by record:
      *   before-image on file -> record rewritten (or written again
      *                           if it has since been deleted)
      *   no before-image      -> record deleted (it was an add)
      * Every reversal is printed with the journal entry behind it.
      * The journal itself is left as it stands; backing the same
      * run out a second time puts back the same images.
      * Return codes: 8 = card, journal or master unusable,
      * 4 = no journal entries for the run or an update failed,
      * 0 = run backed out.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. partbkot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BACKOUT.PRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "PARTMAST.JNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT PART-MASTER-FILE ASSIGN TO "PARTMAST.MST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "PARTBKOT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JNL-SORTED-FILE ASSIGN TO "PARTBKOT.SRT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JNL-SORT-FILE ASSIGN TO "PARTBKOT.SWK".

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-FILE-RECORD            PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-FILE-RECORD         PIC X(100).

       FD  PART-MASTER-FILE.
           COPY WSPMST.

       FD  REPORT-FILE.
       01  REPORT-FILE-RECORD          PIC X(132).

       FD  JNL-SORTED-FILE.
       01  JNL-SORTED-FILE-RECORD      PIC X(100).

       SD  JNL-SORT-FILE.
       01  JNL-SORT-RECORD.
           05  FILLER                  PIC X(8).
           05  SRT-JNL-RUN-STAMP       PIC X(14).
           05  SRT-JNL-SEQ             PIC 9(7).
           05  FILLER                  PIC X(71).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS      PIC XX VALUE SPACES.
       01  WS-MASTER-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-JNL-EOF-SW               PIC X(1) VALUE 'N'.
           88  WS-JNL-EOF                      VALUE 'Y'.
       01  WS-SORTED-EOF-SW            PIC X(1) VALUE 'N'.
           88  WS-SORTED-EOF                   VALUE 'Y'.
       01  WS-FOUND-SW                 PIC X(1) VALUE 'N'.
           88  WS-FOUND                        VALUE 'Y'.
       01  WS-SELECTED-SW              PIC X(1) VALUE 'N'.
           88  WS-SELECTED                     VALUE 'Y'.
       01  WS-UPDATE-FAIL-SW           PIC X(1) VALUE 'N'.
           88  WS-UPDATE-FAILED                VALUE 'Y'.

       01  WS-BACKOUT-CARD.
           05  BKO-RUN-DATE             PIC X(8).
           05  FILLER                   PIC X(1).
           05  BKO-SCHEMATIC-DSN        PIC X(48).
           05  FILLER                   PIC X(23).

           COPY WSPJNL.

      * -- Earliest partdlta step stamp that updated the selected
      * -- schematics on the chosen run date; all journal entries
      * -- from that step on are reversed.
       01  WS-FROM-STAMP               PIC X(14) VALUE SPACES.
       01  WS-SCOPE-TEXT               PIC X(48) VALUE SPACES.
       01  WS-RESULT-TEXT              PIC X(12) VALUE SPACES.
       01  WS-CURRENT-NUMBER           PIC 9(7) VALUE 0.

       01  WS-JOURNAL-READ             PIC 9(7) VALUE 0.
       01  WS-ENTRIES-SELECTED         PIC 9(7) VALUE 0.
       01  WS-RESTORED-COUNT           PIC 9(7) VALUE 0.
       01  WS-REINSTATED-COUNT         PIC 9(7) VALUE 0.
       01  WS-DELETED-COUNT            PIC 9(7) VALUE 0.
       01  WS-ABSENT-COUNT             PIC 9(7) VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(7) VALUE 0.

       01  WS-EDIT-9                   PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE              PIC X(132).
       01  WS-HEADING-1                PIC X(132) VALUE
           "AOC DAY03 PART NUMBER MASTER BACKOUT REPORT".
       01  WS-HEADING-2.
           05  FILLER                  PIC X(46) VALUE
               "RESULT       RUN-DATE STEP-STAMP     A ROW COL".
           05  FILLER                  PIC X(86) VALUE
               " NUMBER  SCHEMATIC DSN".

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-1
           PERFORM 1000-READ-CARD
           PERFORM 1100-OPEN-MASTER
           PERFORM 2000-FIND-RUN-START
           IF WS-FROM-STAMP = SPACES
               MOVE "NO JOURNAL ENTRIES FOR THE RUN - MASTER UNCHANGED"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               DISPLAY "PARTBKOT: NO JOURNAL ENTRIES FOR RUN "
                   BKO-RUN-DATE
               CLOSE PART-MASTER-FILE
               CLOSE REPORT-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-SORT-SELECTED
           PERFORM 4000-REVERSE-ENTRIES
           PERFORM 5000-WRITE-SUMMARY
           CLOSE PART-MASTER-FILE
           CLOSE REPORT-FILE
           IF WS-FAILED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "PARTBKOT: BACKOUT.PRM OPEN ERROR STATUS="
                   WS-PARM-FILE-STATUS " - ABORT"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-BACKOUT-CARD
           READ PARM-FILE INTO WS-BACKOUT-CARD
               AT END
                   MOVE SPACES TO WS-BACKOUT-CARD
           END-READ
           CLOSE PARM-FILE
           IF BKO-RUN-DATE NOT NUMERIC
               DISPLAY "PARTBKOT: BAD OR MISSING BACKOUT CARD - ABORT"
               MOVE "BAD OR MISSING BACKOUT CARD - NOTHING REVERSED"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BKO-SCHEMATIC-DSN = SPACES
               MOVE "ALL SCHEMATICS" TO WS-SCOPE-TEXT
           ELSE
               MOVE BKO-SCHEMATIC-DSN TO WS-SCOPE-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BACKOUT OF RUN " DELIMITED BY SIZE
               BKO-RUN-DATE DELIMITED BY SIZE
               " FOR " DELIMITED BY SIZE
               FUNCTION TRIM(WS-SCOPE-TEXT, TRAILING)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

      * There is nothing to put a before-image back onto if the
      * master itself is gone; that is a full restore, not a backout.
       1100-OPEN-MASTER.
           OPEN I-O PART-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "PARTBKOT: MASTER OPEN ERROR STATUS="
                   WS-MASTER-FILE-STATUS " - ABORT"
               MOVE "MASTER NOT AVAILABLE - NOTHING REVERSED"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-FIND-RUN-START.
           PERFORM 2100-OPEN-JOURNAL
           PERFORM UNTIL WS-JNL-EOF
               READ JOURNAL-FILE INTO JNL-RECORD
                   AT END
                       SET WS-JNL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-READ
                       PERFORM 2200-CHECK-SCOPE
                       IF WS-SELECTED
                          AND JNL-RUN-DATE = BKO-RUN-DATE
                          AND (WS-FROM-STAMP = SPACES
                               OR JNL-RUN-STAMP < WS-FROM-STAMP)
                           MOVE JNL-RUN-STAMP TO WS-FROM-STAMP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       2100-OPEN-JOURNAL.
           MOVE 'N' TO WS-JNL-EOF-SW
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "PARTBKOT: PARTMAST.JNL OPEN ERROR STATUS="
                   WS-JOURNAL-FILE-STATUS " - ABORT"
               MOVE "JOURNAL NOT AVAILABLE - NOTHING REVERSED"
                   TO WS-REPORT-LINE
               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               CLOSE PART-MASTER-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2200-CHECK-SCOPE.
           IF BKO-SCHEMATIC-DSN = SPACES
              OR JNL-SCHEMATIC-DSN = BKO-SCHEMATIC-DSN
               MOVE 'Y' TO WS-SELECTED-SW
           ELSE
               MOVE 'N' TO WS-SELECTED-SW
           END-IF.

      * Newest first: the step stamp and the update sequence within
      * the step, both descending, undo the updates in the reverse
      * of the order they were made.
       3000-SORT-SELECTED.
           SORT JNL-SORT-FILE
               ON DESCENDING KEY SRT-JNL-RUN-STAMP
                                 SRT-JNL-SEQ
               INPUT PROCEDURE IS 3100-RELEASE-SELECTED
               GIVING JNL-SORTED-FILE.

       3100-RELEASE-SELECTED.
           PERFORM 2100-OPEN-JOURNAL
           PERFORM UNTIL WS-JNL-EOF
               READ JOURNAL-FILE INTO JNL-RECORD
                   AT END
                       SET WS-JNL-EOF TO TRUE
                   NOT AT END
                       PERFORM 2200-CHECK-SCOPE
                       IF WS-SELECTED
                          AND JNL-RUN-STAMP NOT < WS-FROM-STAMP
                           ADD 1 TO WS-ENTRIES-SELECTED
                           RELEASE JNL-SORT-RECORD FROM JNL-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       4000-REVERSE-ENTRIES.
           WRITE REPORT-FILE-RECORD FROM WS-HEADING-2
           OPEN INPUT JNL-SORTED-FILE
           PERFORM UNTIL WS-SORTED-EOF
               READ JNL-SORTED-FILE INTO JNL-RECORD
                   AT END
                       SET WS-SORTED-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-REVERSE-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE JNL-SORTED-FILE.

       4100-REVERSE-ONE-ENTRY.
           MOVE JNL-SCHEMATIC-DSN TO MST-SCHEMATIC-DSN
           MOVE JNL-ROW TO MST-ROW
           MOVE JNL-COL TO MST-COL
           MOVE 0 TO WS-CURRENT-NUMBER
           MOVE 'N' TO WS-UPDATE-FAIL-SW
           READ PART-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
                   MOVE MST-NUMBER TO WS-CURRENT-NUMBER
           END-READ
           IF JNL-BEFORE-PRESENT
               MOVE JNL-BEFORE-IMAGE TO MST-RECORD
               IF WS-FOUND
                   MOVE "RESTORED" TO WS-RESULT-TEXT
                   REWRITE MST-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAIL" TO WS-RESULT-TEXT
                           SET WS-UPDATE-FAILED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORED-COUNT
                   END-REWRITE
               ELSE
                   MOVE "REINSTATED" TO WS-RESULT-TEXT
                   WRITE MST-RECORD
                       INVALID KEY
                           MOVE "WRITE FAIL" TO WS-RESULT-TEXT
                           SET WS-UPDATE-FAILED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-REINSTATED-COUNT
                   END-WRITE
               END-IF
           ELSE
               IF WS-FOUND
                   MOVE "DELETED" TO WS-RESULT-TEXT
                   DELETE PART-MASTER-FILE
                       INVALID KEY
                           MOVE "DELETE FAIL" TO WS-RESULT-TEXT
                           SET WS-UPDATE-FAILED TO TRUE
                       NOT INVALID KEY
                           ADD 1 TO WS-DELETED-COUNT
                   END-DELETE
               ELSE
                   MOVE "ABSENT" TO WS-RESULT-TEXT
                   ADD 1 TO WS-ABSENT-COUNT
               END-IF
           END-IF
           IF WS-UPDATE-FAILED
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "PARTBKOT: " FUNCTION TRIM(WS-RESULT-TEXT)
                   " STATUS=" WS-MASTER-FILE-STATUS " ROW " JNL-ROW
                   " COL " JNL-COL
           END-IF
           PERFORM 4200-PRINT-REVERSAL.

      * One line per journal entry reversed: the number printed is
      * the one put back, or for a deleted add the one taken off.
       4200-PRINT-REVERSAL.
           IF JNL-NO-BEFORE
               MOVE WS-CURRENT-NUMBER TO JNL-NUMBER
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-RESULT-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JNL-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JNL-RUN-STAMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JNL-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JNL-ROW DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JNL-COL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JNL-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(JNL-SCHEMATIC-DSN, TRAILING)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-JOURNAL-READ TO WS-EDIT-9
           STRING "JOURNAL ENTRIES READ : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ENTRIES-SELECTED TO WS-EDIT-9
           STRING "ENTRIES REVERSED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-RESTORED-COUNT TO WS-EDIT-9
           STRING "RECORDS RESTORED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-REINSTATED-COUNT TO WS-EDIT-9
           STRING "RECORDS REINSTATED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-DELETED-COUNT TO WS-EDIT-9
           STRING "ADDS DELETED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ABSENT-COUNT TO WS-EDIT-9
           STRING "ADDS ALREADY ABSENT : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FAILED-COUNT TO WS-EDIT-9
           STRING "UPDATES FAILED : " DELIMITED BY SIZE
               WS-EDIT-9 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FAILED-COUNT = 0
               MOVE "BACKOUT COMPLETE - MASTER AS BEFORE THE RUN"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "BACKOUT INCOMPLETE - SEE FAILED ENTRIES ABOVE"
                   TO WS-REPORT-LINE
           END-IF
           WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
           DISPLAY "PARTBKOT: " WS-ENTRIES-SELECTED
               " JOURNAL ENTRIES REVERSED".
