      * Datasets handled:
      *   RUNHIST.DAT - aged by HIST-RUN-DATE (cols 1-8)
      *   RUNLOG.DAT  - aged by the RLOG-TIMESTAMP date (cols 1-8)
      *   HANDOFF.DAT - aged by HOF-RUN-DATE (cols 132-139); every
      *                 night's handover replaces its base's record,
      *                 so only datasets no longer handed over age
      *                 out, and this is what keeps the file under
      *                 the handoff subprogram's load limit
      *   COBOL3.CKPT - undated journal; every record but the last
      *                 (the resume point) is archived regardless of
      *                 the days parameter
       01  PARM-FILE-RECORD            PIC X(80).

       FD  LIVE-FILE.
       01  LIVE-FILE-RECORD            PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-FILE-RECORD         PIC X(200).

       FD  WORK-FILE.
       01  WORK-FILE-RECORD            PIC X(200).

      * Generation datasets run up to the 524-byte reject records,
      * so the sweep copies them through a buffer wide enough for
       01  WS-CUTOFF-9                 PIC 9(8).
       01  WS-DATE-INT                 PIC 9(8).
       01  WS-REC-DATE                 PIC X(8).
       01  WS-DATE-COL                 PIC 9(3) VALUE 1.

       01  WS-RECS-READ                PIC 9(7) VALUE 0.
       01  WS-RECS-ARCHIVED            PIC 9(7) VALUE 0.
       01  WS-RECS-KEPT                PIC 9(7) VALUE 0.
       01  WS-HELD-RECORD              PIC X(200) VALUE SPACES.
       01  WS-HELD-SW                  PIC X(1) VALUE 'N'.
           88  WS-HELD                         VALUE 'Y'.

               WRITE REPORT-FILE-RECORD FROM WS-REPORT-LINE
               EVALUATE PRM-DATASET
                   WHEN "RUNHIST.DAT"
                       MOVE 1 TO WS-DATE-COL
                       PERFORM 3000-PURGE-DATED-DATASET
                   WHEN "RUNLOG.DAT"
                       MOVE 1 TO WS-DATE-COL
                       PERFORM 3000-PURGE-DATED-DATASET
                   WHEN "HANDOFF.DAT"
                       MOVE 132 TO WS-DATE-COL
                       PERFORM 3000-PURGE-DATED-DATASET
                   WHEN "COBOL3.CKPT"
                       PERFORM 5000-TRIM-CHECKPOINT-JOURNAL
           END-STRING.

      * Dated datasets (run history and run log both carry the date
      * in columns 1-8, the handoff dataset at WS-DATE-COL): records
      * before the cutoff go to the day's archive, the rest go to the
      * work file and are copied back over the live dataset.
       3000-PURGE-DATED-DATASET.
           MOVE 0 TO WS-RECS-READ
           MOVE 0 TO WS-RECS-ARCHIVED
                           SET WS-LIVE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECS-READ
                           MOVE LIVE-FILE-RECORD(WS-DATE-COL:8)
                               TO WS-REC-DATE
                           IF WS-REC-DATE NUMERIC
                              AND WS-REC-DATE < WS-CUTOFF-DATE
                               ADD 1 TO WS-RECS-ARCHIVED
