      ******************************************************************
      * WSOPER - chain console operator authority record (CONSOLE.AUT),
      * one per operator allowed to sign on to chaincon:
      *   cols  1-8  operator ID, upper case, as keyed at sign-on
      *   col  10    authority V = view the chain and its run log
      *                        I = view, and force-complete, bypass
      *                            or re-run a step
      *   cols 12-41 operator name
      * An operator not on the file cannot sign on. The file is kept
      * by the shift supervisor; chaincon only reads it.
      ******************************************************************
       01  WS-OPERATOR-RECORD.
           05  OPR-ID                   PIC X(8).
           05  FILLER                   PIC X(1).
           05  OPR-AUTHORITY            PIC X(1).
               88  OPR-VIEW-ONLY                VALUE "V".
               88  OPR-MAY-INTERVENE            VALUE "I".
           05  FILLER                   PIC X(1).
           05  OPR-NAME                 PIC X(30).
           05  FILLER                   PIC X(39).
