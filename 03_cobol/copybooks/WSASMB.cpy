      ******************************************************************
      * WSASMB - assembly bill-of-materials record. asmbom groups every
      * part number and symbol on a schematic that can reach one
      * another through adjacency into one numbered assembly and
      * writes one header per assembly followed by its members.
      * Fixed 100-byte record; first byte is the record type:
      *   'H' = assembly header (member counts and part value total)
      *   'P' = member part number (row / start column / value)
      *   'S' = member symbol (row / column / character and the
      *         class and description from SYMBOLS.DAT)
      * ASM-SCHEMATIC-SEQ is the position of the schematic in the
      * control file; assembly numbers restart at 1 per schematic.
      * The dataset is written in ASM-SCHEMATIC-SEQ / ASM-ID / type /
      * row / column order, so a header always leads its members.
      ******************************************************************
       01  WS-ASSEMBLY-RECORD.
           05  ASM-RECORD-TYPE          PIC X(1).
               88  ASM-HEADER                   VALUE "H".
               88  ASM-PART-MEMBER              VALUE "P".
               88  ASM-SYMBOL-MEMBER            VALUE "S".
           05  ASM-SCHEMATIC-SEQ        PIC 9(3).
           05  ASM-ID                   PIC 9(5).
           05  ASM-DATA                 PIC X(91).
           05  ASM-HEADER-REC REDEFINES ASM-DATA.
               10  ASM-HDR-SCHEMATIC-DSN PIC X(48).
               10  ASM-HDR-RUN-DATE     PIC X(8).
               10  ASM-HDR-PART-COUNT   PIC 9(5).
               10  ASM-HDR-SYMBOL-COUNT PIC 9(5).
               10  ASM-HDR-PART-TOTAL   PIC 9(11).
               10  FILLER               PIC X(14).
           05  ASM-PART-REC REDEFINES ASM-DATA.
               10  ASM-PART-ROW         PIC 9(3).
               10  ASM-PART-COL         PIC 9(3).
               10  ASM-PART-NUMBER      PIC 9(7).
               10  FILLER               PIC X(78).
           05  ASM-SYMBOL-REC REDEFINES ASM-DATA.
               10  ASM-SYM-ROW          PIC 9(3).
               10  ASM-SYM-COL          PIC 9(3).
               10  ASM-SYM-CHAR         PIC X(1).
               10  ASM-SYM-CLASS        PIC X(8).
               10  ASM-SYM-DESC         PIC X(30).
               10  FILLER               PIC X(46).
