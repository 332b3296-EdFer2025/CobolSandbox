      *================================================================
      *    SHARED LOAN ESCROW RECORD LAYOUT
      *    ONE ROW PER LOAN THAT CARRIES AN ESCROW FOR PROPERTY TAX
      *    AND INSURANCE, KEYED BY LOAN ID. SET UP FROM LOAN-ESCROW
      *    (02_BANKING/131_loan_escrow.cob). EACH INSTALLMENT
      *    COLLECTED BY BANKING'S LOAN PAYMENT OPTION OR BY
      *    LOAN-AUTOPAY ALSO TAKES ESC-MONTHLY-AMOUNT, AS ITS OWN
      *    LEG TO THE ESCROW CONTROL ACCOUNT (GL-ESCROW-ACCOUNT), AND
      *    ADDS IT TO ESC-BALANCE. ESCROW-DISBURSEMENT PAYS THE BILLS
      *    IN ESCROW-DISBURSEMENT-RECORD.cpy OUT OF THE BALANCE AND
      *    THE YEARLY ESCROW-ANALYSIS RESETS THE MONTHLY AMOUNT.
      *================================================================
       01 LOAN-ESCROW-RECORD.
           05 ESC-LOAN-ID PIC 9(5).
           05 ESC-MONTHLY-AMOUNT PIC 9(5)V99 VALUE 0.
      *    NEGATIVE WHEN A BILL WAS PAID BEFORE ENOUGH HAD BEEN
      *    COLLECTED - THE BANK ADVANCED THE DIFFERENCE
           05 ESC-BALANCE PIC S9(7)V99 VALUE 0.
           05 ESC-SETUP-DATE PIC 9(8) VALUE 0.
           05 ESC-LAST-ANALYSIS-DATE PIC 9(8) VALUE 0.
      *    FROM THE LAST ANALYSIS - A SHORTAGE IS BEING MADE UP IN
      *    THE MONTHLY AMOUNT OVER THE NEXT TWELVE INSTALLMENTS; A
      *    SURPLUS AT OR ABOVE ESCROW-REFUND-MIN WAS REFUNDED
           05 ESC-LAST-SHORTAGE PIC 9(7)V99 VALUE 0.
           05 ESC-LAST-SURPLUS PIC 9(7)V99 VALUE 0.
      *    ESC-STATUS: "A" = ACTIVE, "C" = CLOSED (NO MORE
      *    COLLECTION OR DISBURSEMENT)
           05 ESC-STATUS PIC X VALUE "A".
