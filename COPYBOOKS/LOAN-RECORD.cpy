      *    BANKING'S LOAN PAYMENT MENU OPTION, SPLIT INTO PRINCIPAL
      *    (TYPE "R") AND INTEREST (TYPE "N") LEGS; LOAN-DELINQUENCY
      *    (02_BANKING/45_loan_delinquency.cob) AGES THE SCHEDULED
      *    PAYMENTS THAT WENT PAST DUE UNPAID, AND LOAN-LATE-CHARGE
      *    (02_BANKING/130_loan_late_charge.cob) CHARGES THE ONES
      *    STILL UNPAID AFTER THE GRACE PERIOD.
      *================================================================
       01 LOAN-RECORD.
           05 LOAN-ID PIC 9(5).
      *    DEPOSIT ACCOUNT THE AUTOMATIC COLLECTION DEBITS - ZERO
      *    WHEN NO ELECTION IS ON FILE
           05 LOAN-FUNDING-ACCOUNT PIC 9(9) VALUE 0.
      *    LATE CHARGES ASSESSED AND NOT YET COLLECTED - THE NEXT
      *    INSTALLMENT COLLECTED (TELLER OR AUTO-PAY) OR A PAYOFF
      *    TAKES THESE FIRST, AS A TYPE "F" LEG TO FEE INCOME
           05 LOAN-LATE-CHARGES-DUE PIC 9(5)V99 VALUE 0.
      *    LOAN-RATE-TYPE: "F" = FIXED FOR THE LIFE OF THE LOAN,
      *    "V" = VARIABLE - LOAN-REPRICING
      *    (02_BANKING/137_loan_repricing.cob) RESETS
      *    LOAN-ANNUAL-RATE ON LOAN-NEXT-REPRICE-DATE TO THE
      *    bank_parameters.dat ROW NAMED LOAN-RATE-INDEX PLUS
      *    LOAN-RATE-MARGIN, HELD BETWEEN THE FLOOR AND THE CAP
      *    (A ZERO CAP MEANS NONE), THEN EVERY LOAN-REPRICE-MONTHS
           05 LOAN-RATE-TYPE PIC X VALUE "F".
           05 LOAN-RATE-INDEX PIC X(20) VALUE SPACES.
           05 LOAN-RATE-MARGIN PIC SV9(4) VALUE 0.
           05 LOAN-RATE-FLOOR PIC V9(4) VALUE 0.
           05 LOAN-RATE-CAP PIC V9(4) VALUE 0.
           05 LOAN-REPRICE-MONTHS PIC 9(2) VALUE 0.
           05 LOAN-NEXT-REPRICE-DATE PIC 9(8) VALUE 0.
      *    THE APPROVED APPLICATION (loan_applications.dat,
      *    LOAN-APP-RECORD.cpy) THIS LOAN WAS BOOKED FROM - SET BY
      *    LOAN-ORIGINATION. ZERO ON LOANS BOOKED BEFORE THE LINK
      *    WAS KEPT.
           05 LOAN-APPLICATION-ID PIC 9(5) VALUE 0.
