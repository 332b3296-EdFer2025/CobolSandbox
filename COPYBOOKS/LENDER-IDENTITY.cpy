      *================================================================
      *    THE BANK'S OWN IDENTITY AS A LENDER
      *    PRINTED ON BORROWER TAX STATEMENTS AND CARRIED AS THE
      *    PAYER/RECIPIENT RECORD OF THE YEAR-END INFORMATION RETURN
      *    FILING (02_BANKING/136_loan_interest_statement.cob). SET
      *    LENDER-TAX-ID TO THE BANK'S EMPLOYER IDENTIFICATION
      *    NUMBER BEFORE THE FIRST FILING IS SENT.
      *================================================================
       01 LENDER-IDENTITY.
           05 LENDER-NAME PIC X(30) VALUE "BANKING".
           05 LENDER-ADDRESS-LINE-1 PIC X(30) VALUE "MAIN OFFICE".
           05 LENDER-ADDRESS-LINE-2 PIC X(30) VALUE SPACES.
           05 LENDER-CITY PIC X(20) VALUE SPACES.
           05 LENDER-POSTAL-CODE PIC X(10) VALUE SPACES.
           05 LENDER-PHONE PIC X(15) VALUE SPACES.
           05 LENDER-TAX-ID PIC 9(9) VALUE 0.
