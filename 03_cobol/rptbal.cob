                     DELIMITED BY SIZE
                   " IMBALANCE(S)"
                     DELIMITED BY SIZE
                   " DSN=" DELIMITED BY SIZE
                   WS-IN-RPT-DSN DELIMITED BY SPACE
                   INTO LOG-MESSAGE-TEXT
               END-STRING
               PERFORM 9100-WRITE-LOG
