           05 LK-CARD-NETWORK-ACCOUNT PIC 9(9).
           05 LK-OFFICIAL-CHECKS-ACCOUNT PIC 9(9).
           05 LK-PRIZE-POOL-ACCOUNT PIC 9(9).
           05 LK-ACCRUED-INTEREST-ACCOUNT PIC 9(9).
           05 LK-CLEARING-ACCOUNT PIC 9(9).
           05 LK-ESCROW-ACCOUNT PIC 9(9).
           05 LK-CHARGE-OFF-ACCOUNT PIC 9(9).
           05 LK-RECOVERY-ACCOUNT PIC 9(9).
           05 LK-MARKETING-EXPENSE-ACCOUNT PIC 9(9).
           05 LK-FIRST-CONTROL-ACCOUNT PIC 9(9).

       PROCEDURE DIVISION USING LK-GL-CONTROL-ACCOUNTS.
                   MOVE GLA-NUMBER TO LK-OFFICIAL-CHECKS-ACCOUNT
               WHEN "PRIZE-POOL"
                   MOVE GLA-NUMBER TO LK-PRIZE-POOL-ACCOUNT
               WHEN "ACCRUED-INT"
                   MOVE GLA-NUMBER TO LK-ACCRUED-INTEREST-ACCOUNT
               WHEN "CLEARING"
                   MOVE GLA-NUMBER TO LK-CLEARING-ACCOUNT
               WHEN "ESCROW"
                   MOVE GLA-NUMBER TO LK-ESCROW-ACCOUNT
               WHEN "CHARGE-OFF"
                   MOVE GLA-NUMBER TO LK-CHARGE-OFF-ACCOUNT
               WHEN "RECOVERY"
                   MOVE GLA-NUMBER TO LK-RECOVERY-ACCOUNT
               WHEN "MARKETING"
                   MOVE GLA-NUMBER TO LK-MARKETING-EXPENSE-ACCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
