      ******************************************************************
      * WSHREQ - step handoff request area. A program builds one of
      * these and CALLs "handoff":
      *   function A - add the record in HOR-RECORD-DATA to the
      *       running tally (HOR-TALLY-COUNT / HOR-TALLY-HASH). The
      *       caller zeroes the tally before the first record. A
      *       producer tallies what it writes, a consumer tallies
      *       what it reads, and both use this one routine so the
      *       two hashes can only differ when the data does.
      *   function W - write the handoff record for HOR-BASE-DSN
      *       from HOR-DSN, HOR-PRODUCER, HOR-RUN-DATE,
      *       HOR-GENERATION and the tally. A zero generation takes
      *       the base's previous generation plus one, which comes
      *       back in HOR-GENERATION.
      *   function G - return the current handoff record for
      *       HOR-BASE-DSN in HOR-DSN through HOR-WRITTEN-TS; the
      *       tally is left alone.
      * HOR-RETURN-STATUS comes back '0' when the request was done,
      * '1' when function G finds no record for the base, '2' when
      * the handoff dataset could not be read or rewritten.
      ******************************************************************
       01  WS-HANDOFF-REQUEST.
           05  HOR-FUNCTION             PIC X(1).
               88  HOR-ADD-RECORD               VALUE "A".
               88  HOR-WRITE-HANDOFF            VALUE "W".
               88  HOR-GET-HANDOFF              VALUE "G".
           05  HOR-BASE-DSN             PIC X(60).
           05  HOR-DSN                  PIC X(60).
           05  HOR-PRODUCER             PIC X(8).
           05  HOR-RUN-DATE             PIC X(8).
           05  HOR-GENERATION           PIC 9(4).
           05  HOR-RECORD-COUNT         PIC 9(9).
           05  HOR-HASH-TOTAL           PIC 9(15).
           05  HOR-WRITTEN-TS           PIC X(14).
           05  HOR-RETURN-STATUS        PIC X(1).
           05  HOR-TALLY-COUNT          PIC 9(9).
           05  HOR-TALLY-HASH           PIC 9(15).
           05  HOR-RECORD-DATA          PIC X(500).
