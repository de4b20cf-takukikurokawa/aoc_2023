      ******************************************************************
      * WSPCAT - engineering part catalog master record (PARTCAT.MST),
      * keyed on the part-number value. One record per part number
      * engineering has issued:
      *   PCAT-STATUS A = active, R = retired (no longer to appear on
      *       any schematic), S = superseded (replaced by the number
      *       in PCAT-SUPERSEDED-BY).
      *   PCAT-EFF-DATE is the date the current status took effect;
      *       an active number is only valid on a run dated on or
      *       after it.
      * catmaint maintains the file; partval checks every part number
      * cobol3 wrote to PARTCURR.DAT against it before the inventory
      * feed goes out.
      ******************************************************************
       01  PCAT-RECORD.
           05  PCAT-NUMBER              PIC 9(7).
           05  FILLER                   PIC X(1).
           05  PCAT-STATUS              PIC X(1).
               88  PCAT-ACTIVE                  VALUE "A".
               88  PCAT-RETIRED                 VALUE "R".
               88  PCAT-SUPERSEDED              VALUE "S".
           05  FILLER                   PIC X(1).
           05  PCAT-SUPERSEDED-BY       PIC 9(7).
           05  FILLER                   PIC X(1).
           05  PCAT-EFF-DATE            PIC X(8).
           05  FILLER                   PIC X(1).
           05  PCAT-DESC                PIC X(30).
