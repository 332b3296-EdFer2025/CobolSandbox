           MOVE "L" TO WS-SEED-TYPE
           MOVE "PRIZE-POOL" TO WS-SEED-ROLE
           PERFORM ENSURE-CHART-ROW
           MOVE GL-ACCRUED-INTEREST-ACCOUNT TO WS-SEED-NUMBER
           MOVE "ACCRUED INTEREST PAYABLE" TO WS-SEED-TITLE
           MOVE "L" TO WS-SEED-TYPE
           MOVE "ACCRUED-INT" TO WS-SEED-ROLE
           PERFORM ENSURE-CHART-ROW
           MOVE GL-CLEARING-ACCOUNT TO WS-SEED-NUMBER
           MOVE "INWARD CLEARING SETTLEMENT" TO WS-SEED-TITLE
           MOVE "L" TO WS-SEED-TYPE
           MOVE "CLEARING" TO WS-SEED-ROLE
           PERFORM ENSURE-CHART-ROW
           MOVE GL-ESCROW-ACCOUNT TO WS-SEED-NUMBER
           MOVE "LOAN ESCROW" TO WS-SEED-TITLE
           MOVE "L" TO WS-SEED-TYPE
           MOVE "ESCROW" TO WS-SEED-ROLE
           PERFORM ENSURE-CHART-ROW
           MOVE GL-CHARGE-OFF-ACCOUNT TO WS-SEED-NUMBER
           MOVE "OVERDRAFT CHARGE-OFF LOSSES" TO WS-SEED-TITLE
           MOVE "E" TO WS-SEED-TYPE
           MOVE "CHARGE-OFF" TO WS-SEED-ROLE
           PERFORM ENSURE-CHART-ROW
           MOVE GL-RECOVERY-ACCOUNT TO WS-SEED-NUMBER
           MOVE "CHARGE-OFF RECOVERIES" TO WS-SEED-TITLE
           MOVE "I" TO WS-SEED-TYPE
           MOVE "RECOVERY" TO WS-SEED-ROLE
           PERFORM ENSURE-CHART-ROW
           MOVE GL-MARKETING-EXPENSE-ACCOUNT TO WS-SEED-NUMBER
           MOVE "MARKETING EXPENSE" TO WS-SEED-TITLE
           MOVE "E" TO WS-SEED-TYPE
           MOVE "MARKETING" TO WS-SEED-ROLE
           PERFORM ENSURE-CHART-ROW
           DISPLAY WS-SEEDED-COUNT " CHART ROWS SEEDED"
           .

