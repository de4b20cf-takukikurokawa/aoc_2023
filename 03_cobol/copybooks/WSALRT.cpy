      ******************************************************************
      * WSALRT - operator alert record (ALERTS.DAT), 412 bytes. One
      * record per actionable condition, raised by alertq from the
      * run log, the job-flow dataset and the steps that log their
      * own alerts, and worked by operators through alertq's
      * acknowledge / close transactions:
      *   ALR-STATUS   O = open, A = acknowledged (someone has it),
      *                C = closed
      *   ALR-SEVERITY E = error, W = warning needing review
      *   ALR-MSG-CODE the run log message code the alert came
      *       from (catalog in WSRLOG)
      *   ALR-DUE-TS   raised time plus the due hours for the
      *       severity; an alert not closed by then is overdue
      *   ALR-SOURCE-KEY identifies the source record, so the same
      *       condition is never raised twice however often the
      *       sources are collected
      * Closed alerts stay on file as the record of who dealt with
      * what.
      ******************************************************************
       01  ALR-RECORD.
           05  ALR-ID                   PIC 9(7).
           05  FILLER                   PIC X(1).
           05  ALR-STATUS               PIC X(1).
               88  ALR-OPEN                     VALUE "O".
               88  ALR-ACKNOWLEDGED             VALUE "A".
               88  ALR-CLOSED                   VALUE "C".
               88  ALR-NOT-CLOSED               VALUE "O" "A".
           05  FILLER                   PIC X(1).
           05  ALR-SEVERITY             PIC X(1).
               88  ALR-ERROR                    VALUE "E".
               88  ALR-WARNING                  VALUE "W".
           05  FILLER                   PIC X(1).
           05  ALR-SOURCE-PGM           PIC X(8).
           05  FILLER                   PIC X(1).
           05  ALR-MSG-CODE             PIC X(7).
           05  FILLER                   PIC X(1).
           05  ALR-RUN-DATE             PIC X(8).
           05  FILLER                   PIC X(1).
           05  ALR-SCHEMATIC-DSN        PIC X(48).
           05  FILLER                   PIC X(1).
           05  ALR-RAISED-TS            PIC X(14).
           05  FILLER                   PIC X(1).
           05  ALR-DUE-TS               PIC X(14).
           05  FILLER                   PIC X(1).
           05  ALR-TEXT                 PIC X(100).
           05  FILLER                   PIC X(1).
           05  ALR-ACK-OPER             PIC X(8).
           05  FILLER                   PIC X(1).
           05  ALR-ACK-TS               PIC X(14).
           05  FILLER                   PIC X(1).
           05  ALR-ACK-COMMENT          PIC X(40).
           05  FILLER                   PIC X(1).
           05  ALR-CLOSE-OPER           PIC X(8).
           05  FILLER                   PIC X(1).
           05  ALR-CLOSE-TS             PIC X(14).
           05  FILLER                   PIC X(1).
           05  ALR-CLOSE-COMMENT        PIC X(40).
           05  FILLER                   PIC X(1).
           05  ALR-SOURCE-KEY           PIC X(64).
