      ******************************************************************
      * WSHAND - step handoff control record (HANDOFF.DAT), 185 bytes.
      * One current record per handed-over dataset, written by the
      * handoff subprogram when a producing step closes a dataset a
      * later step reads, and verified by that later step before it
      * processes a single record:
      *   HOF-BASE-DSN   the name the consuming step knows the data
      *       by - the schematic DSN on the control record, or the
      *       historic fixed name of a catalogued output (e.g.
      *       PARTCURR.DAT)
      *   HOF-DSN        the physical dataset actually handed over
      *       (DSN.CLEAN, or the catalogued generation DSN)
      *   HOF-PRODUCER   program that wrote the dataset
      *   HOF-RUN-DATE   control deck run date it was written under
      *   HOF-GENERATION catalog generation of a catalogued output;
      *       for an uncatalogued dataset, a count of the times it
      *       has been handed over, ascending per base
      *   HOF-RECORD-COUNT / HOF-HASH-TOTAL  control totals over the
      *       records as written (see handoff for the hash)
      *   HOF-WRITTEN-TS when the record was written
      * A later handover of the same base replaces the record, so
      * the file always states what the next step must find.
      ******************************************************************
       01  WS-HANDOFF-RECORD.
           05  HOF-BASE-DSN             PIC X(60).
           05  FILLER                   PIC X(1).
           05  HOF-DSN                  PIC X(60).
           05  FILLER                   PIC X(1).
           05  HOF-PRODUCER             PIC X(8).
           05  FILLER                   PIC X(1).
           05  HOF-RUN-DATE             PIC X(8).
           05  FILLER                   PIC X(1).
           05  HOF-GENERATION           PIC 9(4).
           05  FILLER                   PIC X(1).
           05  HOF-RECORD-COUNT         PIC 9(9).
           05  FILLER                   PIC X(1).
           05  HOF-HASH-TOTAL           PIC 9(15).
           05  FILLER                   PIC X(1).
           05  HOF-WRITTEN-TS           PIC X(14).
