      * key out of step, a count that does not prove - ends the step
      * with return code 8 so the scheduler holds the next night's
      * feed until someone looks; confirmed rejects alone end with
      * return code 4 for review without holding the chain, and are
      * logged (AOC0029) so they reach the operator alert queue.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ackrecon.

                     DELIMITED BY SIZE
                   " - ABORT"
                     DELIMITED BY SIZE
                   " DSN=" DELIMITED BY SIZE
                   WS-EXT-DSN DELIMITED BY SPACE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
                     DELIMITED BY SIZE
                   " - FEED UNCONFIRMED"
                     DELIMITED BY SIZE
                   " DSN=" DELIMITED BY SIZE
                   WS-EXT-DSN DELIMITED BY SPACE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
                     DELIMITED BY SIZE
                   " COUNT MISMATCH(ES)"
                     DELIMITED BY SIZE
                   " DSN=" DELIMITED BY SIZE
                   WS-EXT-DSN DELIMITED BY SPACE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
               IF WS-RECS-REJECTED > 0
                   MOVE "ACK RECONCILIATION: REJECTS - SEE ABOVE"
                       TO WS-REPORT-LINE
                   MOVE "W" TO LOG-SEVERITY
                   MOVE "AOC0029" TO LOG-MESSAGE-CODE
                   MOVE SPACES TO LOG-MESSAGE-TEXT
                   STRING
                       "INVENTORY REJECTS CONFIRMED - "
                         DELIMITED BY SIZE
                       WS-RECS-REJECTED
                         DELIMITED BY SIZE
                       " RECORD(S), SEE ACKRECON.RPT"
                         DELIMITED BY SIZE
                       INTO LOG-MESSAGE-TEXT
                   END-STRING
                   PERFORM 9100-WRITE-LOG
               ELSE
                   MOVE "ACK RECONCILIATION: PASS - FEED CONFIRMED"
                       TO WS-REPORT-LINE
