      *================================================================
      *    SHARED SUPERSEDED LOAN SCHEDULE RECORD LAYOUT
      *    WHEN A LOAN IS RE-AMORTIZED (LOAN-REAMORTIZE,
      *    02_BANKING/129_loan_reamortize.cob) EVERY SCHEDULE ROW
      *    IT IS ABOUT TO REPLACE IS COPIED HERE FIRST, UNDER THE
      *    NEXT VERSION NUMBER FOR THAT LOAN, SO THE INSTALLMENTS A
      *    BORROWER WAS ONCE BILLED CAN STILL BE SHOWN. VERSION 1 IS
      *    THE ORIGINATION SCHEDULE. ROWS ARE NEVER CHANGED ONCE
      *    WRITTEN.
      *================================================================
       01 LOAN-SCHEDULE-HISTORY-RECORD.
           05 LSH-KEY.
               10 LSH-LOAN-ID PIC 9(5).
               10 LSH-VERSION PIC 9(3).
               10 LSH-INSTALLMENT-NO PIC 9(3).
           05 LSH-DUE-DATE PIC 9(8).
           05 LSH-PAYMENT PIC 9(7)V99.
           05 LSH-PRINCIPAL PIC 9(7)V99.
           05 LSH-INTEREST PIC 9(7)V99.
           05 LSH-BALANCE-AFTER PIC S9(7)V99.
           05 LSH-STATUS PIC X.
           05 LSH-PAID-DATE PIC 9(8).
           05 LSH-SUPERSEDED-DATE PIC 9(8).
      *    WHY THE SCHEDULE WAS REDRAWN, E.G. "PREPAYMENT"
           05 LSH-REASON PIC X(20).
