      *================================================================
      *    SHARED ESCROW DISBURSEMENT RECORD LAYOUT
      *    ONE ROW PER BILL A LOAN'S ESCROW PAYS - A TAX COLLECTOR,
      *    AN INSURER - KEYED BY LOAN ID AND A SEQUENCE NUMBER.
      *    ENTERED FROM LOAN-ESCROW (02_BANKING/131_loan_escrow.cob).
      *    ON ITS DUE DATE ESCROW-DISBURSEMENT
      *    (02_BANKING/132_escrow_disbursement.cob) MOVES THE AMOUNT
      *    FROM THE ESCROW CONTROL ACCOUNT TO THE OUTBOUND SETTLEMENT
      *    QUEUE FOR THE PAYEE'S BANK AND ROLLS THE DUE DATE ON BY
      *    THE FREQUENCY. ESCROW-ANALYSIS PROJECTS THE COMING YEAR
      *    FROM THESE ROWS.
      *================================================================
       01 ESCROW-DISBURSEMENT-RECORD.
           05 EDS-KEY.
               10 EDS-LOAN-ID PIC 9(5).
               10 EDS-SEQUENCE PIC 9(3).
           05 EDS-PAYEE-NAME PIC X(30).
      *    WHERE THE PAYMENT GOES - A BANK-DIRECTORY CODE AND THE
      *    PAYEE'S ACCOUNT AT THAT BANK, AS ON AN OUTBOUND-RECORD
           05 EDS-DEST-BANK PIC X(6).
           05 EDS-DEST-ACCOUNT PIC X(10).
           05 EDS-AMOUNT PIC 9(7)V99 VALUE 0.
           05 EDS-NEXT-DUE-DATE PIC 9(8) VALUE 0.
      *    EDS-FREQUENCY: "A" = ANNUAL, "S" = SEMI-ANNUAL,
      *    "Q" = QUARTERLY, "O" = ONCE ONLY
           05 EDS-FREQUENCY PIC X VALUE "A".
           05 EDS-LAST-PAID-DATE PIC 9(8) VALUE 0.
           05 EDS-LAST-PAID-AMOUNT PIC 9(7)V99 VALUE 0.
      *    EDS-STATUS: "A" = ACTIVE, "P" = PAID (ONCE-ONLY BILL
      *    SETTLED), "X" = CANCELLED
           05 EDS-STATUS PIC X VALUE "A".
