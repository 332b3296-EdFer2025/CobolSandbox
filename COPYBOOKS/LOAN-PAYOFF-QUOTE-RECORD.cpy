      *================================================================
      *    SHARED LOAN PAYOFF QUOTE RECORD LAYOUT
      *    ONE ROW PER PAYOFF QUOTE ISSUED BY LOAN-PAYOFF
      *    (02_BANKING/128_loan_payoff.cob), KEYED BY THE QUOTE
      *    NUMBER PRINTED ON THE PAYOFF LETTER. A PAYOFF RECEIVED
      *    QUOTING THAT NUMBER, ON OR BEFORE THE GOOD-THROUGH DATE,
      *    POSTS THE QUOTED TOTAL AND CLOSES THE LOAN.
      *================================================================
       01 LOAN-PAYOFF-QUOTE-RECORD.
           05 LPQ-QUOTE-NUMBER PIC 9(7).
           05 LPQ-LOAN-ID PIC 9(5).
           05 LPQ-QUOTE-DATE PIC 9(8) VALUE 0.
           05 LPQ-GOOD-THROUGH-DATE PIC 9(8) VALUE 0.
      *    INTEREST RUNS FROM THIS DATE - THE DUE DATE OF THE LAST
      *    PAID INSTALLMENT, OR ORIGINATION WHEN NONE IS PAID
           05 LPQ-INTEREST-FROM-DATE PIC 9(8) VALUE 0.
           05 LPQ-PRINCIPAL PIC 9(7)V99 VALUE 0.
           05 LPQ-INTEREST PIC 9(7)V99 VALUE 0.
      *    LATE CHARGES ASSESSED AND NOT YET COLLECTED - PART OF
      *    THE TOTAL
           05 LPQ-LATE-CHARGES PIC 9(5)V99 VALUE 0.
      *    INSTALLMENTS DUE BY THE GOOD-THROUGH DATE AND STILL
      *    UNPAID - THEIR PRINCIPAL AND INTEREST ARE ALREADY INSIDE
      *    THE TWO FIGURES ABOVE, SO THIS IS SHOWN, NOT ADDED
           05 LPQ-PAST-DUE-COUNT PIC 9(3) VALUE 0.
           05 LPQ-PAST-DUE-AMOUNT PIC 9(7)V99 VALUE 0.
           05 LPQ-PER-DIEM PIC 9(5)V99 VALUE 0.
           05 LPQ-TOTAL PIC 9(7)V99 VALUE 0.
      *    WHO ASKED - THE BORROWER, OR A REFINANCING LENDER
           05 LPQ-REQUESTED-BY PIC X(30) VALUE SPACES.
           05 LPQ-QUOTED-BY PIC X(10) VALUE SPACES.
      *    LPQ-STATUS: "Q" = QUOTED, "P" = PAYOFF POSTED
           05 LPQ-STATUS PIC X VALUE "Q".
           05 LPQ-POSTED-DATE PIC 9(8) VALUE 0.
