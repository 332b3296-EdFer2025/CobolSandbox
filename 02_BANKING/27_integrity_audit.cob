                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               NOT INVALID KEY
                   IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
                       MOVE "WARNING" TO WS-FINDING-SEVERITY
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "STANDING ORDER " SCHEDULE-ID
