      ******************************************************************
      * WSBAND - row-band partitioned scan records for cobol3.
      *
      * WS-BAND-CARD is the optional 80-byte band card (BANDPARM). No
      * card means the historic single-pass run. Each parallel band
      * job points its BANDPARM at its own card:
      *   col 1     B = band step, M = merge step
      *   cols 3-4  band number (B only), 01 thru the band count
      *   cols 6-7  band count, 01-99
      * A band step scans only its own rows of every schematic in
      * CONTROL.DAT, looking up to two overlap rows past each edge
      * of the band so that adjacency, gears and near misses on the
      * boundary are judged exactly as in a single pass. It writes
      * its partial outputs to its own dataset (C3BANDnn.DAT) and
      * takes its own checkpoint (C3BANDnn.CKP). The merge step
      * combines the partial outputs of every band into the normal
      * COBOL3.RPT, COBOL3.EXT, GEARANAL.RPT, PARTCURR.DAT and run
      * history.
      *
      * WS-BAND-RECORD is one partial output record. Within a band
      * dataset the records for a schematic are written in scan
      * order: 'H' or 'F', the details in row order, then 'T'.
      *   'H' = band header for a schematic (DSN, grid size, rows)
      *   'F' = schematic failed validation or open in this band
      *   'R' = report detail line (P1 / OR / NM / P2 tags)
      *   'X' = extract detail record (WSXTRC '1' and '2' records)
      *   'P' = current-run part number record (WSPCUR)
      *   'G' = valid gear work record for the ratio analysis
      *   'T' = band totals for the schematic; a band restarted past
      *         its last row writes it again, and the last one wins
      *   'Z' = band complete, always the last record of the dataset
      ******************************************************************
       01  WS-BAND-CARD.
           05  BPRM-FUNCTION            PIC X(1).
               88  BPRM-BAND-STEP               VALUE "B".
               88  BPRM-MERGE-STEP              VALUE "M".
           05  FILLER                   PIC X(1).
           05  BPRM-BAND-NO             PIC 9(2).
           05  FILLER                   PIC X(1).
           05  BPRM-BAND-COUNT          PIC 9(2).
           05  FILLER                   PIC X(73).

       01  WS-BAND-RECORD.
           05  BND-SCHEMATIC-SEQ        PIC 9(3).
           05  BND-RECORD-TYPE          PIC X(1).
               88  BND-HEADER                   VALUE "H".
               88  BND-FAILED                   VALUE "F".
               88  BND-REPORT-LINE              VALUE "R".
               88  BND-EXTRACT                  VALUE "X".
               88  BND-PART-CURR                VALUE "P".
               88  BND-GEAR-WORK                VALUE "G".
               88  BND-TOTALS                   VALUE "T".
               88  BND-COMPLETE                 VALUE "Z".
           05  BND-BAND-NO              PIC 9(2).
           05  BND-DATA                 PIC X(340).
           05  BND-HEADER-REC REDEFINES BND-DATA.
               10  BND-H-SCHEMATIC-DSN  PIC X(48).
               10  BND-H-ROWS           PIC 9(3).
               10  BND-H-COLS           PIC 9(3).
               10  BND-H-ROW-LO         PIC 9(3).
               10  BND-H-ROW-HI         PIC 9(3).
               10  FILLER               PIC X(280).
           05  BND-FAILED-REC REDEFINES BND-DATA.
               10  BND-F-SCHEMATIC-DSN  PIC X(48).
               10  FILLER               PIC X(292).
           05  BND-LINE-REC REDEFINES BND-DATA.
               10  BND-LINE             PIC X(132).
               10  FILLER               PIC X(208).
           05  BND-EXTRACT-REC REDEFINES BND-DATA.
               10  BND-EXTRACT-DATA     PIC X(100).
               10  FILLER               PIC X(240).
           05  BND-PART-CURR-REC REDEFINES BND-DATA.
               10  BND-PART-CURR-DATA   PIC X(61).
               10  FILLER               PIC X(279).
           05  BND-GEAR-WORK-REC REDEFINES BND-DATA.
               10  BND-GEAR-WORK-DATA   PIC X(45).
               10  FILLER               PIC X(295).
           05  BND-TOTALS-REC REDEFINES BND-DATA.
               10  BND-T-ANS            PIC 9(9).
               10  BND-T-STAR-SUM       PIC 9(9).
               10  BND-T-HASH-SUM       PIC 9(9).
               10  BND-T-DOLLAR-SUM     PIC 9(9).
               10  BND-T-OTHER-SUM      PIC 9(9).
               10  BND-T-SYMBOLS-FOUND  PIC 9(5).
               10  BND-T-PART-NUMS      PIC 9(5).
               10  BND-T-ORPHANS        PIC 9(5).
               10  BND-T-ORPHAN-TOTAL   PIC 9(9).
               10  BND-T-NEAR-MISSES    PIC 9(5).
               10  BND-T-GEARS          PIC 9(5).
               10  BND-T-GEAR-EXCEPTIONS PIC 9(5).
               10  BND-T-ANS2           PIC 9(9).
               10  BND-T-OVERFLOW-SW    PIC X(1).
               10  BND-T-GRID-OVERFLOW-SW PIC X(1).
               10  BND-T-OTHER-SYM-COUNT PIC 9(3).
               10  BND-T-OTHER-SYM OCCURS 20 TIMES.
                   15  BND-T-OTHER-SYM-CHAR PIC X(1).
                   15  BND-T-OTHER-SYM-SUM  PIC 9(9).
               10  FILLER               PIC X(42).
           05  BND-COMPLETE-REC REDEFINES BND-DATA.
               10  BND-Z-BAND-COUNT     PIC 9(2).
               10  BND-Z-SCHEMATIC-COUNT PIC 9(3).
               10  BND-Z-RUN-DATE       PIC X(8).
               10  FILLER               PIC X(327).
