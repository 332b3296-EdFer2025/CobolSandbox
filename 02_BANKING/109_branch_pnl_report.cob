               WHEN "N"
                   MOVE WS-P-AMOUNT TO WS-P-EFFECT
               WHEN "I"
      *            THE NIGHTLY ACCRUAL LEG (INTEREST EXPENSE TO ACCRUED
      *            INTEREST PAYABLE) HAS NO CUSTOMER SIDE AND IS PAID
      *            OUT AGAIN AS TYPE "I" TO THE ACCOUNT - COUNT THE
      *            PAYMENT LEG ONLY, WHICH CARRIES THE PRODUCT
                   IF WS-P-FROM = GL-INTEREST-EXPENSE-ACCOUNT
                       AND WS-P-TO = GL-ACCRUED-INTEREST-ACCOUNT
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-P-EFFECT = 0 - WS-P-AMOUNT
               WHEN "X"
                   IF WS-P-TO = GL-FX-GAIN-LOSS-ACCOUNT
