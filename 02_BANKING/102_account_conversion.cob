                       MOVE OL-FUNDING-ACCOUNT TO WS-OLD-NUMBER
                       PERFORM REMAP-ACCOUNT-NUMBER
                       MOVE WS-NEW-NUMBER TO LOAN-FUNDING-ACCOUNT
                       MOVE 0 TO LOAN-LATE-CHARGES-DUE
                       MOVE "F" TO LOAN-RATE-TYPE
                       MOVE SPACES TO LOAN-RATE-INDEX
                       MOVE 0 TO LOAN-RATE-MARGIN
                       MOVE 0 TO LOAN-RATE-FLOOR
                       MOVE 0 TO LOAN-RATE-CAP
                       MOVE 0 TO LOAN-REPRICE-MONTHS
                       MOVE 0 TO LOAN-NEXT-REPRICE-DATE
                       MOVE 0 TO LOAN-APPLICATION-ID
                       WRITE LOAN-RECORD
                       ADD 1 TO WS-RECORD-COUNT
               END-READ
