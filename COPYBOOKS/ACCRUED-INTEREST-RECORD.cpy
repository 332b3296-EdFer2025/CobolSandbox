      *================================================================
      *    SHARED ACCRUED-INTEREST SUB-LEDGER RECORD LAYOUT
      *    ONE ROW PER INTEREST-BEARING ACCOUNT
      *    (02_BANKING/accrued_interest.dat). INTEREST-ACCRUAL ADDS
      *    EACH NIGHT'S ACCRUAL HERE - AND TO THE ACCRUED INTEREST
      *    PAYABLE CONTROL ACCOUNT - WITHOUT TOUCHING THE CUSTOMER'S
      *    BALANCE. INTEREST-CAPITALIZATION
      *    (02_BANKING/117_interest_capitalization.cob) PAYS THE
      *    MONTH'S ACCRUAL INTO THE ACCOUNT AS ONE TYPE "I" CREDIT
      *    AND RESETS THE RUNNING FIGURE; BANKING'S CLOSE-ACCOUNT
      *    PAYS IT EARLY WHEN THE ACCOUNT CLOSES MID-MONTH.
      *================================================================
       01 ACCRUED-INTEREST-RECORD.
           05 ACCR-ACCOUNT PIC 9(9).
      *    EARNED SINCE THE LAST CAPITALIZATION, NOT YET PAID
           05 ACCR-ACCRUED-TO-DATE PIC S9(7)V99 VALUE 0.
      *    FIRST NIGHT OF THE CURRENT ACCRUAL PERIOD
           05 ACCR-PERIOD-START PIC 9(8) VALUE 0.
      *    LAST BUSINESS DATE AN ACCRUAL WAS ADDED - A SECOND RUN
      *    ON THE SAME DATE LEAVES THE ROW ALONE
           05 ACCR-LAST-ACCRUAL-DATE PIC 9(8) VALUE 0.
           05 ACCR-LAST-ACCRUAL-AMOUNT PIC S9(7)V99 VALUE 0.
           05 ACCR-LAST-RATE PIC V9(4) VALUE 0.
      *    WHEN THE RUNNING FIGURE WAS LAST PAID INTO THE ACCOUNT,
      *    AND HOW MUCH (GROSS, BEFORE ANY BACKUP WITHHOLDING)
           05 ACCR-LAST-PAID-DATE PIC 9(8) VALUE 0.
           05 ACCR-LAST-PAID-AMOUNT PIC S9(7)V99 VALUE 0.
