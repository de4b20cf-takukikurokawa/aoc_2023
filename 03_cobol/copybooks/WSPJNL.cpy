      ******************************************************************
      * WSPJNL - part number master before-image journal record.
      * partdlta appends one record to PARTMAST.JNL ahead of every
      * delete, rewrite or add it applies to PARTMAST.MST, carrying
      * the master record exactly as it stood before the update.
      * JNL-RUN-STAMP is the clock time the partdlta step started
      * and JNL-SEQ counts the updates within that step, so the two
      * together give the order the updates were made in; partbkot
      * replays the journal newest first to put the master back the
      * way it was before a chosen run.
      *   JNL-ACTION     R = removed, C = changed, A = added
      *   JNL-BEFORE-SW  Y = JNL-BEFORE-IMAGE holds the prior record
      *                  N = no record on the master under the key
      *                      (an add); only the key is filled in
      ******************************************************************
       01  JNL-RECORD.
           05  JNL-RUN-DATE             PIC X(8).
           05  JNL-RUN-STAMP            PIC X(14).
           05  JNL-SEQ                  PIC 9(7).
           05  JNL-ACTION               PIC X(1).
               88  JNL-REMOVE                   VALUE "R".
               88  JNL-CHANGE                   VALUE "C".
               88  JNL-ADD                      VALUE "A".
           05  JNL-BEFORE-SW            PIC X(1).
               88  JNL-BEFORE-PRESENT           VALUE "Y".
               88  JNL-NO-BEFORE                VALUE "N".
           05  JNL-BEFORE-IMAGE.
               10  JNL-SCHEMATIC-DSN    PIC X(48).
               10  JNL-ROW              PIC 9(3).
               10  JNL-COL              PIC 9(3).
               10  JNL-NUMBER           PIC 9(7).
               10  JNL-MST-RUN-DATE     PIC X(8).
