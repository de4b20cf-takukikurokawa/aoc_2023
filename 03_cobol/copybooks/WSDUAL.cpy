      ******************************************************************
      * WSDUAL - dual-control queue record (DUALCTL.PND). Every symbol
      * master transaction (SYMMAINT.TRN) and schematic correction
      * (SCHEDIT.COR) is taken into this queue by dualctl with the ID
      * of the operator who keyed it, and waits there until a second,
      * different operator releases or declines it in a dualctl
      * approval run. symmaint and schrecyc apply released entries
      * only, and mark them applied so they are not applied twice.
      *   DQ-TYPE    S = symbol master transaction (symmaint)
      *              C = schematic correction (schrecyc)
      *   DQ-STATUS  P = pending approval
      *              R = released, waiting to be applied
      *              D = declined, never applied
      *              A = applied
      *              J = released but rejected when applied
      *   DQ-RUN-DATE is the control deck run date when the entry was
      *       taken in; schrecyc only applies corrections made for
      *       the run it is recycling.
      *   DQ-NOTE    the approver's comment on a decline, then the
      *       result the applying program recorded.
      *   DQ-TRAN-DATA is the transaction exactly as keyed, without
      *       the submitter ID.
      * Entries are never deleted; a closed entry is the audit trail
      * of who keyed a change and who let it through.
      ******************************************************************
       01  DQ-RECORD.
           05  DQ-ID                    PIC 9(7).
           05  FILLER                   PIC X(1).
           05  DQ-TYPE                  PIC X(1).
               88  DQ-SYMBOL-TRAN               VALUE "S".
               88  DQ-CORRECTION                VALUE "C".
           05  FILLER                   PIC X(1).
           05  DQ-STATUS                PIC X(1).
               88  DQ-PENDING                   VALUE "P".
               88  DQ-RELEASED                  VALUE "R".
               88  DQ-DECLINED                  VALUE "D".
               88  DQ-APPLIED                   VALUE "A".
               88  DQ-APPLY-REJECTED            VALUE "J".
           05  FILLER                   PIC X(1).
           05  DQ-RUN-DATE              PIC X(8).
           05  FILLER                   PIC X(1).
           05  DQ-SUBMITTER             PIC X(8).
           05  FILLER                   PIC X(1).
           05  DQ-SUBMIT-TS             PIC X(14).
           05  FILLER                   PIC X(1).
           05  DQ-APPROVER              PIC X(8).
           05  FILLER                   PIC X(1).
           05  DQ-DECIDE-TS             PIC X(14).
           05  FILLER                   PIC X(1).
           05  DQ-APPLY-TS              PIC X(14).
           05  FILLER                   PIC X(1).
           05  DQ-NOTE                  PIC X(40).
           05  FILLER                   PIC X(1).
           05  DQ-TRAN-DATA             PIC X(554).
