           MOVE "TOURNAMENT PRIZE POOL" TO WS-SETUP-NAME
           PERFORM ENSURE-CONTROL-ACCOUNT

           MOVE GL-ACCRUED-INTEREST-ACCOUNT TO WS-SETUP-ACCOUNT
           MOVE "ACCRUED INTEREST PAYABLE" TO WS-SETUP-NAME
           PERFORM ENSURE-CONTROL-ACCOUNT

           MOVE GL-CLEARING-ACCOUNT TO WS-SETUP-ACCOUNT
           MOVE "INWARD CLEARING SETTLEMENT" TO WS-SETUP-NAME
           PERFORM ENSURE-CONTROL-ACCOUNT

           MOVE GL-ESCROW-ACCOUNT TO WS-SETUP-ACCOUNT
           MOVE "LOAN ESCROW" TO WS-SETUP-NAME
           PERFORM ENSURE-CONTROL-ACCOUNT

           MOVE GL-CHARGE-OFF-ACCOUNT TO WS-SETUP-ACCOUNT
           MOVE "OVERDRAFT CHARGE-OFF LOSSES" TO WS-SETUP-NAME
           PERFORM ENSURE-CONTROL-ACCOUNT

           MOVE GL-RECOVERY-ACCOUNT TO WS-SETUP-ACCOUNT
           MOVE "CHARGE-OFF RECOVERIES" TO WS-SETUP-NAME
           PERFORM ENSURE-CONTROL-ACCOUNT

           MOVE GL-MARKETING-EXPENSE-ACCOUNT TO WS-SETUP-ACCOUNT
           MOVE "MARKETING EXPENSE" TO WS-SETUP-NAME
           PERFORM ENSURE-CONTROL-ACCOUNT

           CLOSE ACCOUNT-FILE
           DISPLAY "CONTROL ACCOUNT SETUP COMPLETE - "
               WS-CREATED-COUNT " CONTROL ACCOUNTS CREATED"
