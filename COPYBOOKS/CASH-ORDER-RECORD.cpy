      *================================================================
      *    SHARED BUSINESS COIN AND CURRENCY ORDER RECORD LAYOUT
      *    02_BANKING/cash_orders.dat, INDEXED ON CO-ID WITH AN
      *    ALTERNATE KEY ON THE CUSTOMER ACCOUNT FOR THE MONTHLY
      *    VOLUME AND FEE REPORT. ONE ROW PER CHANGE ORDER A BUSINESS
      *    CUSTOMER PHONES IN - TAKEN, FULFILLED AT PICKUP OR
      *    CANCELLED IN CASH-ORDER (02_BANKING/197_cash_order.cob).
      *    THE NIGHT BEFORE PICKUP, CASH-ORDER-CHECK
      *    (02_BANKING/198_cash_order_check.cob) TOTALS THE NEXT
      *    BUSINESS DAY'S ORDERS PER BRANCH AGAINST THE VAULT.
      *    CASH-ORDER-REPORT (02_BANKING/199_cash_order_report.cob)
      *    REPORTS A MONTH'S FULFILLED ORDERS AND FEES PER CUSTOMER.
      *
      *    QUANTITIES ARE NOTE COUNTS IN THE SIX DENOMINATIONS THE
      *    BRANCH VAULT LEDGER TRACKS (VAULT-RECORD.cpy).
      *================================================================
       01 CASH-ORDER-RECORD.
           05 CO-ID PIC 9(7).
           05 CO-ACCOUNT PIC 9(9).
           05 CO-CUSTOMER-ID PIC 9(5).
      *    THE BRANCH THE CUSTOMER COLLECTS FROM - ITS VAULT SUPPLIES
      *    THE NOTES
           05 CO-BRANCH PIC X(3).
           05 CO-PICKUP-DATE PIC 9(8).
           05 CO-HUNDREDS PIC 9(5) VALUE 0.
           05 CO-FIFTIES PIC 9(5) VALUE 0.
           05 CO-TWENTIES PIC 9(5) VALUE 0.
           05 CO-TENS PIC 9(5) VALUE 0.
           05 CO-FIVES PIC 9(5) VALUE 0.
           05 CO-ONES PIC 9(5) VALUE 0.
           05 CO-ORDER-VALUE PIC 9(7)V99 VALUE 0.
      *    CO-STATUS: "O" = ORDERED, AWAITING PICKUP, "F" = FULFILLED
      *    AND DEBITED, "X" = CANCELLED
           05 CO-STATUS PIC X VALUE "O".
           05 CO-ORDERED-DATE PIC 9(8) VALUE 0.
           05 CO-ORDERED-BY PIC X(10) VALUE SPACES.
           05 CO-FULFILLED-DATE PIC 9(8) VALUE 0.
           05 CO-FULFILLED-BY PIC X(10) VALUE SPACES.
      *    THE HANDLING FEE CHARGED AT PICKUP, AND THE
      *    TRANSACTION-REFS OF THE CASH DEBIT AND THE FEE POSTING
           05 CO-FEE PIC 9(5)V99 VALUE 0.
           05 CO-TRANSACTION-REF PIC 9(10) VALUE 0.
           05 CO-FEE-REF PIC 9(10) VALUE 0.
           05 FILLER PIC X(20).
