      *    TOURNAMENT RUNS - SEE TOURNAMENT
      *    (03_GAME/04_tournament.cob)
           05 GL-PRIZE-POOL-ACCOUNT PIC 9(9) VALUE 999000011.
      *    ACCRUED INTEREST PAYABLE: INTEREST-ACCRUAL BOOKS EACH
      *    NIGHT'S DEPOSIT INTEREST HERE (FROM INTEREST EXPENSE) AND
      *    INTEREST-CAPITALIZATION PAYS IT OUT TO THE ACCOUNTS AT
      *    MONTH END - SEE ACCRUED-INTEREST-RECORD.cpy
           05 GL-ACCRUED-INTEREST-ACCOUNT PIC 9(9) VALUE 999000012.
      *    INWARD CLEARING: CHECKS OUR CUSTOMERS WROTE THAT COME BACK
      *    THROUGH THE CLEARING HOUSE OVERNIGHT SETTLE AGAINST THIS -
      *    SEE INWARD-CLEARING (02_BANKING/122_inward_clearing.cob) -
      *    AS DO DIRECT DEBITS OTHER BANKS COLLECT FROM OUR CUSTOMERS
      *    (02_BANKING/144_inbound_direct_debit.cob)
           05 GL-CLEARING-ACCOUNT PIC 9(9) VALUE 999000013.
      *    LOAN ESCROW: THE TAX AND INSURANCE SHARE OF EACH
      *    MORTGAGE-STYLE INSTALLMENT IS HELD HERE UNTIL
      *    ESCROW-DISBURSEMENT PAYS THE BILLS - SEE
      *    LOAN-ESCROW-RECORD.cpy
           05 GL-ESCROW-ACCOUNT PIC 9(9) VALUE 999000014.
      *    CHARGE-OFF LOSSES: THE NEGATIVE BALANCE OF A DEPOSIT
      *    ACCOUNT OVERDRAWN PAST THE CHARGE-OFF LIMIT IS WRITTEN OFF
      *    HERE - SEE OVERDRAFT-CHARGE-OFF
      *    (02_BANKING/138_overdraft_charge_off.cob)
           05 GL-CHARGE-OFF-ACCOUNT PIC 9(9) VALUE 999000015.
      *    RECOVERIES: MONEY COLLECTED ON A CHARGED-OFF ACCOUNT AFTER
      *    THE WRITE-OFF IS CREDITED HERE, NEVER BACK TO THE CUSTOMER
      *    - SEE COLLECTIONS (02_BANKING/139_collections.cob)
           05 GL-RECOVERY-ACCOUNT PIC 9(9) VALUE 999000016.
      *    MARKETING EXPENSE: ACCOUNT-OPENING PROMOTION BONUSES ARE
      *    PAID FROM HERE AND CLAWBACKS RETURN TO IT - SEE
      *    PROMOTION-EVALUATION
      *    (02_BANKING/177_promotion_evaluation.cob)
           05 GL-MARKETING-EXPENSE-ACCOUNT PIC 9(9) VALUE 999000017.
      *    EVERY ACCOUNT NUMBER AT OR ABOVE THIS IS A CONTROL
      *    ACCOUNT - BATCH SCANS THAT ONLY WANT CUSTOMER ACCOUNTS
      *    TEST AGAINST IT (OR AGAINST ACCOUNT-TYPE "G"). A RANGE
