       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-ORDER.

      *    BUSINESS COIN AND CURRENCY ORDERS. SHOPS PHONE IN THEIR
      *    CHANGE ORDER FOR THE WEEK - SMALL NOTES BY DENOMINATION -
      *    AND COLLECT IT FROM THE BRANCH ON THE PICKUP DATE. THE
      *    ORDER IS TAKEN HERE (cash_orders.dat, CASH-ORDER-RECORD.cpy)
      *    AGAINST THE CUSTOMER ACCOUNT, PICKUP BRANCH AND DATE, WITH
      *    A NOTE COUNT IN EACH DENOMINATION VAULT-MANAGEMENT TRACKS.
      *    AT PICKUP AN ACTIVE TELLER FROM tellers.dat FULFILS IT:
      *      - THE CUSTOMER IS DEBITED THE ORDER VALUE (A TYPE "W"
      *        CASH WITHDRAWAL, FROM AND TO BOTH THE CUSTOMER),
      *      - A PER-ORDER HANDLING FEE (CASH-ORDER-FEE PARAMETER,
      *        FALLBACK BELOW) POSTS AS A TYPE "F" TO FEE INCOME, AND
      *      - THE NOTES COME OFF THE PICKUP BRANCH'S VAULT
      *        DENOMINATION LEDGER (vault_ledger.dat, VAULT-RECORD.cpy).
      *    NOTHING POSTS UNLESS THE ACCOUNT CAN STAND THE ORDER PLUS
      *    THE FEE, NO RESTRICTION BARS DEBITS, THE ORDER IS WITHIN
      *    THE TELLER'S CASH-WITHDRAWAL AUTHORITY (OR A SUPERVISOR
      *    OVERRIDES IT) AND THE VAULT HOLDS EVERY DENOMINATION
      *    ORDERED.
      *    CASH-ORDER-CHECK (198_cash_order_check.cob) WARNS THE NIGHT
      *    BEFORE WHEN A BRANCH VAULT WILL NOT COVER THE NEXT DAY'S
      *    ORDERS; CASH-ORDER-REPORT (199_cash_order_report.cob) IS
      *    THE MONTHLY VOLUME AND FEE REPORT.
      *
      *    THE VAULT LEDGER IS USD CASH - ONLY A USD CUSTOMER ACCOUNT
      *    THAT CAN STILL TAKE POSTINGS MAY ORDER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE
               ASSIGN TO "02_BANKING/cash_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ID
               ALTERNATE RECORD KEY IS CO-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "02_BANKING/banking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCOUNT-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ACCOUNT-JOINT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT VAULT-FILE
               ASSIGN TO "02_BANKING/vault_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-BRANCH
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT BRANCH-FILE
               ASSIGN TO "02_BANKING/branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT DRAWER-FILE
               ASSIGN TO "02_BANKING/teller_drawers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRAWER-KEY
               FILE STATUS IS WS-DRAWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
           COPY "CASH-ORDER-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD VAULT-FILE.
           COPY "VAULT-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD BRANCH-FILE.
           COPY "BRANCH-RECORD.cpy".

       FD DRAWER-FILE.
           COPY "DRAWER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ORDER-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-VAULT-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-BRANCH-STATUS PIC XX.
       01 WS-BRANCH-OK PIC X VALUE "N".
       01 WS-DRAWER-STATUS PIC XX.
       01 WS-ORDER-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-NEXT-ORDER-ID PIC 9(7) VALUE 1.

      *PER-ORDER HANDLING FEE CHARGED AT PICKUP - FALLBACK,
      *OVERRIDDEN BY THE CASH-ORDER-FEE PARAMETER ROW
       01 WS-ORDER-FEE PIC 9(5)V99 VALUE 5.00.

      *SCRATCH FIELDS FOR THE CALL TO "BANK-PARAMETERS"
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *SCRATCH FIELDS FOR THE CALL TO "BUSINESS-DAY-CHECK"
       01 WS-BDC-DATE PIC 9(8).
       01 WS-BDC-VALID PIC X.
       01 WS-BDC-IS-BUSINESS-DAY PIC X.

           COPY "GL-CONTROL-ACCOUNTS.cpy".

       01 WS-OPERATOR-ID PIC X(10).
       01 WS-TELLER-OK PIC X VALUE "N".
       01 WS-ACCOUNT-OK PIC X VALUE "N".
       01 WS-WORK-ACCOUNT PIC 9(9).
       01 WS-WORK-ORDER-ID PIC 9(7).
       01 WS-PICKUP-DATE PIC 9(8).

       01 WS-ORDER-HUNDREDS PIC 9(5).
       01 WS-ORDER-FIFTIES PIC 9(5).
       01 WS-ORDER-TWENTIES PIC 9(5).
       01 WS-ORDER-TENS PIC 9(5).
       01 WS-ORDER-FIVES PIC 9(5).
       01 WS-ORDER-ONES PIC 9(5).
       01 WS-ORDER-VALUE PIC 9(9)V99.
       01 WS-ORDER-LIMIT PIC 9(9)V99 VALUE 9999999.99.

       01 WS-ACTIVE-HOLDS-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-DEBIT PIC 9(9)V99.
       01 WS-AVAILABLE PIC S9(9)V99.
       01 WS-VAULT-OK PIC X VALUE "N".
       01 WS-POST-OK PIC X VALUE "N".
       01 WS-CASH-REF PIC 9(10) VALUE 0.
       01 WS-FEE-REF PIC 9(10) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(5).

       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY PIC ZZ,ZZZ,ZZ9.

      *AN ACCOUNT UNDER A "NO DEBITS" RESTRICTION CANNOT HAVE THE
      *ORDER RELEASED - SEE ACCOUNT-RESTRICTION-CHECK
       01 WS-RESTRICT-DIRECTION PIC X VALUE "D".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

      *THE AUTHORITY MATRIX - THE ORDER IS CASH PAID OUT, SO IT
      *COUNTS AS A CASH WITHDRAWAL (ACTIVITY 1 IN
      *AUTHORITY-RECORD.cpy) AND AGAINST THE DAILY CASH-OUT CEILING
       01 WS-AUTH-ACTIVITY PIC 9 VALUE 1.
       01 WS-AUTH-AMOUNT PIC 9(9)V99.
       01 WS-AUTH-CEILING PIC 9(9)V99.
       01 WS-AUTH-DAILY-CEILING PIC 9(9)V99.
       01 WS-AUTH-DAILY-TOTAL PIC 9(11)V99.
       01 WS-AUTH-BREACHED-CEILING PIC 9(9)V99.
       01 WS-AUTH-DAILY-BREACH PIC X.
       01 WS-AUTH-APPROVED PIC X VALUE "Y".
       01 WS-SUPERVISOR-ID PIC X(10) VALUE SPACES.
       01 WS-TERMINAL-ID PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           MOVE "CASH-ORDER-FEE" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-ORDER-FEE
           END-IF

           OPEN I-O ORDER-FILE
           IF WS-ORDER-STATUS = "35"
               OPEN OUTPUT ORDER-FILE
               CLOSE ORDER-FILE
               OPEN I-O ORDER-FILE
           END-IF
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CASH ORDER FILE - "
                   "STATUS: " WS-ORDER-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE ORDER-FILE
               STOP RUN
           END-IF
           OPEN I-O VAULT-FILE
           IF WS-VAULT-STATUS = "35"
               OPEN OUTPUT VAULT-FILE
               CLOSE VAULT-FILE
               OPEN I-O VAULT-FILE
           END-IF
           IF WS-VAULT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE VAULT LEDGER - "
                   "STATUS: " WS-VAULT-STATUS " ***"
               CLOSE ORDER-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT TELLER-FILE
           OPEN INPUT BRANCH-FILE
           OPEN INPUT DRAWER-FILE
           PERFORM SEED-NEXT-ORDER-ID

           PERFORM UNTIL WS-OPTION = 5
               DISPLAY " "
               DISPLAY "---COIN AND CURRENCY ORDERS---"
               DISPLAY "    1. TAKE AN ORDER"
               DISPLAY "    2. FULFIL AN ORDER AT PICKUP"
               DISPLAY "    3. CANCEL AN ORDER"
               DISPLAY "    4. LIST ORDERS AWAITING PICKUP"
               DISPLAY "    5. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM TAKE-ORDER
                   WHEN 2
                       PERFORM FULFIL-ORDER
                   WHEN 3
                       PERFORM CANCEL-ORDER
                   WHEN 4
                       PERFORM LIST-OPEN-ORDERS
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE ORDER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE VAULT-FILE
           IF WS-TELLER-STATUS = "00"
               CLOSE TELLER-FILE
           END-IF
           IF WS-BRANCH-STATUS = "00"
               CLOSE BRANCH-FILE
           END-IF
           IF WS-DRAWER-STATUS = "00"
               CLOSE DRAWER-FILE
           END-IF
           DISPLAY "COIN AND CURRENCY ORDERS ENDED"
           STOP RUN.

       SEED-NEXT-ORDER-ID.
           MOVE "N" TO WS-ORDER-FILE-EOF
           MOVE 0 TO CO-ID
           START ORDER-FILE KEY >= CO-ID
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-FILE-EOF
           END-START
           PERFORM UNTIL WS-ORDER-FILE-EOF = "Y"
               READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ORDER-FILE-EOF
                   NOT AT END
                       IF CO-ID >= WS-NEXT-ORDER-ID
                           COMPUTE WS-NEXT-ORDER-ID = CO-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE BRANCH KEYED MUST BE ON THE BRANCH MASTER AND STILL
      *    OPEN - ONE CLOSED BY BRANCH-CONSOLIDATION HAS NO
      *    VAULT TO SUPPLY THE NOTES
       CHECK-BRANCH-OPEN.
           MOVE "Y" TO WS-BRANCH-OK
           IF WS-BRANCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CO-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "BRANCH " CO-BRANCH " IS NOT ON FILE"
                   MOVE "N" TO WS-BRANCH-OK
                   EXIT PARAGRAPH
           END-READ
           IF BRANCH-ACTIVE NOT = "Y"
               DISPLAY "BRANCH " CO-BRANCH " IS CLOSED - USE "
                   "THE BRANCH THAT TOOK OVER ITS BUSINESS"
               MOVE "N" TO WS-BRANCH-OK
           END-IF
           .

      *    THE TELLER TAKING OR HANDING OVER THE ORDER MUST BE AN
      *    ACTIVE TELLER ON THE MASTER
       VERIFY-TELLER.
           MOVE "N" TO WS-TELLER-OK
           IF WS-TELLER-STATUS NOT = "00"
               DISPLAY "*** NO TELLER MASTER ON FILE - THE TELLER "
                   "CANNOT BE VERIFIED ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TELLER ID:                     "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "TELLER " WS-OPERATOR-ID " IS NOT ON THE "
                       "MASTER"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF TELLER-ACTIVE NOT = "Y"
                       DISPLAY "TELLER " WS-OPERATOR-ID " IS NOT "
                           "ACTIVE"
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE "Y" TO WS-TELLER-OK
           .

      *    THE ACCOUNT IN WS-WORK-ACCOUNT CAN ORDER CASH: ON FILE, A
      *    CUSTOMER ACCOUNT, HELD IN USD, NOT CLOSED OR CHARGED OFF
       CHECK-ORDER-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK
           MOVE WS-WORK-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " IS NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-TYPE = "G"
               DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " IS AN INTERNAL "
                   "CONTROL ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
               DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " IS CLOSED OR "
                   "CHARGED OFF"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CURRENCY NOT = "USD"
               DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " IS HELD IN "
                   ACCOUNT-CURRENCY " - CHANGE ORDERS ARE USD CASH"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ACCOUNT-OK
           .

       ACCEPT-DENOMINATIONS.
           DISPLAY "HUNDREDS (NOTE COUNT):         "
               WITH NO ADVANCING
           ACCEPT WS-ORDER-HUNDREDS
           DISPLAY "FIFTIES:                       "
               WITH NO ADVANCING
           ACCEPT WS-ORDER-FIFTIES
           DISPLAY "TWENTIES:                      "
               WITH NO ADVANCING
           ACCEPT WS-ORDER-TWENTIES
           DISPLAY "TENS:                          "
               WITH NO ADVANCING
           ACCEPT WS-ORDER-TENS
           DISPLAY "FIVES:                         "
               WITH NO ADVANCING
           ACCEPT WS-ORDER-FIVES
           DISPLAY "ONES:                          "
               WITH NO ADVANCING
           ACCEPT WS-ORDER-ONES
           COMPUTE WS-ORDER-VALUE =
               WS-ORDER-HUNDREDS * 100 + WS-ORDER-FIFTIES * 50
               + WS-ORDER-TWENTIES * 20 + WS-ORDER-TENS * 10
               + WS-ORDER-FIVES * 5 + WS-ORDER-ONES
           .

      *================================================================
      *    ORDER TAKING
      *================================================================
       TAKE-ORDER.
           PERFORM VERIFY-TELLER
           IF WS-TELLER-OK = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUSTOMER ACCOUNT:              "
               WITH NO ADVANCING
           ACCEPT WS-WORK-ACCOUNT
           PERFORM CHECK-ORDER-ACCOUNT
           IF WS-ACCOUNT-OK = "N"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE CASH-ORDER-RECORD
           MOVE WS-NEXT-ORDER-ID TO CO-ID
           MOVE ACCOUNT-NUMBER TO CO-ACCOUNT
           MOVE ACCOUNT-CUSTOMER-ID TO CO-CUSTOMER-ID
           DISPLAY "PICKUP BRANCH CODE:            "
               WITH NO ADVANCING
           ACCEPT CO-BRANCH
           IF CO-BRANCH = SPACES
               DISPLAY "A PICKUP BRANCH IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-BRANCH-OPEN
           IF WS-BRANCH-OK = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PICKUP DATE (YYYYMMDD):        "
               WITH NO ADVANCING
           ACCEPT WS-PICKUP-DATE
           IF WS-PICKUP-DATE < WS-TODAY-DATE
               DISPLAY "THE PICKUP DATE CANNOT BE BEFORE TODAY"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICKUP-DATE TO WS-BDC-DATE
           CALL "BUSINESS-DAY-CHECK" USING WS-BDC-DATE WS-BDC-VALID
               WS-BDC-IS-BUSINESS-DAY
           IF WS-BDC-VALID NOT = "Y"
               DISPLAY WS-PICKUP-DATE " IS NOT A VALID DATE"
               EXIT PARAGRAPH
           END-IF
           IF WS-BDC-IS-BUSINESS-DAY NOT = "Y"
               DISPLAY WS-PICKUP-DATE " IS NOT A BUSINESS DAY - THE "
                   "BRANCH IS CLOSED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PICKUP-DATE TO CO-PICKUP-DATE
           DISPLAY "QUANTITY IN EACH DENOMINATION:"
           PERFORM ACCEPT-DENOMINATIONS
           IF WS-ORDER-VALUE = 0
               DISPLAY "NOTHING ORDERED"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORDER-VALUE > WS-ORDER-LIMIT
               DISPLAY "THE ORDER IS TOO LARGE FOR ONE PICKUP - SPLIT "
                   "IT OR ARRANGE A CASH SHIPMENT"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ORDER-VALUE TO WS-AMOUNT-DISPLAY
           MOVE WS-ORDER-FEE TO WS-AMOUNT-DISPLAY-2
           DISPLAY "ORDER VALUE:  " WS-AMOUNT-DISPLAY
           DISPLAY "HANDLING FEE: " WS-AMOUNT-DISPLAY-2
               " (CHARGED AT PICKUP)"
           DISPLAY "TAKE THE ORDER? (Y/N):" WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ORDER NOT TAKEN"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ORDER-HUNDREDS TO CO-HUNDREDS
           MOVE WS-ORDER-FIFTIES TO CO-FIFTIES
           MOVE WS-ORDER-TWENTIES TO CO-TWENTIES
           MOVE WS-ORDER-TENS TO CO-TENS
           MOVE WS-ORDER-FIVES TO CO-FIVES
           MOVE WS-ORDER-ONES TO CO-ONES
           MOVE WS-ORDER-VALUE TO CO-ORDER-VALUE
           MOVE "O" TO CO-STATUS
           MOVE WS-TODAY-DATE TO CO-ORDERED-DATE
           MOVE WS-OPERATOR-ID TO CO-ORDERED-BY
           WRITE CASH-ORDER-RECORD
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR RECORDING THE ORDER - STATUS: "
                   WS-ORDER-STATUS " ***"
           ELSE
               ADD 1 TO WS-NEXT-ORDER-ID
               DISPLAY "ORDER " CO-ID " TAKEN FOR ACCOUNT " CO-ACCOUNT
                   " - PICKUP AT BRANCH " CO-BRANCH " ON "
                   CO-PICKUP-DATE
           END-IF
           .

      *================================================================
      *    PICKUP AND FULFILMENT
      *================================================================
       FULFIL-ORDER.
           DISPLAY "ORDER ID:                      "
               WITH NO ADVANCING
           ACCEPT WS-WORK-ORDER-ID
           MOVE WS-WORK-ORDER-ID TO CO-ID
           READ ORDER-FILE
               INVALID KEY
                   DISPLAY "ORDER " WS-WORK-ORDER-ID " IS NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ
           IF CO-STATUS NOT = "O"
               DISPLAY "ORDER " CO-ID " IS NOT AWAITING PICKUP - "
                   "STATUS " CO-STATUS
               EXIT PARAGRAPH
           END-IF
           IF CO-PICKUP-DATE > WS-TODAY-DATE
               DISPLAY "NOTE: ORDER " CO-ID " IS BOOKED FOR PICKUP ON "
                   CO-PICKUP-DATE
           END-IF
           MOVE CO-ORDER-VALUE TO WS-AMOUNT-DISPLAY
           DISPLAY "ORDER " CO-ID " FOR ACCOUNT " CO-ACCOUNT
               " AT BRANCH " CO-BRANCH " - VALUE " WS-AMOUNT-DISPLAY
           DISPLAY "  100 X " CO-HUNDREDS "   50 X " CO-FIFTIES
               "   20 X " CO-TWENTIES
           DISPLAY "   10 X " CO-TENS "    5 X " CO-FIVES
               "    1 X " CO-ONES
           PERFORM VERIFY-TELLER
           IF WS-TELLER-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE CO-ACCOUNT TO WS-WORK-ACCOUNT
           PERFORM CHECK-ORDER-ACCOUNT
           IF WS-ACCOUNT-OK = "N"
               DISPLAY "THE ORDER CANNOT BE RELEASED - REFER IT TO "
                   "THE BRANCH MANAGER"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS NOT = "A"
               DISPLAY "ACCOUNT " CO-ACCOUNT " IS NOT ACTIVE (STATUS "
                   ACCOUNT-STATUS ") - IT CANNOT BE DEBITED"
               EXIT PARAGRAPH
           END-IF
           CALL "ACCOUNT-RESTRICTION-CHECK" USING CO-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "ACCOUNT " CO-ACCOUNT " IS RESTRICTED - TYPE "
                   WS-RESTRICT-TYPE " REASON " WS-RESTRICT-REASON
                   " - IT CANNOT BE DEBITED"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TOTAL-DEBIT = CO-ORDER-VALUE + WS-ORDER-FEE
           CALL "ACTIVE-HOLDS-TOTAL" USING CO-ACCOUNT WS-TODAY-DATE
               WS-ACTIVE-HOLDS-TOTAL
           COMPUTE WS-AVAILABLE = ACCOUNT-BALANCE
               + ACCOUNT-OVERDRAFT-LIMIT - WS-ACTIVE-HOLDS-TOTAL
           IF WS-TOTAL-DEBIT > WS-AVAILABLE
               MOVE WS-TOTAL-DEBIT TO WS-AMOUNT-DISPLAY
               DISPLAY "INSUFFICIENT FUNDS - THE ORDER AND FEE COME TO "
                   WS-AMOUNT-DISPLAY
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ORDER-AUTHORITY
           IF WS-AUTH-APPROVED = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-VAULT-COVERS-ORDER
           IF WS-VAULT-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TOTAL-DEBIT TO WS-AMOUNT-DISPLAY
           DISPLAY "DEBIT THE ACCOUNT " WS-AMOUNT-DISPLAY
               " (ORDER PLUS FEE) AND HAND OVER THE CASH? (Y/N):"
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING POSTED - THE ORDER IS STILL OPEN"
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-POST-OK
           MOVE 0 TO WS-CASH-REF
           MOVE 0 TO WS-FEE-REF
           PERFORM POST-ORDER-WITHDRAWAL
           IF WS-POST-OK = "N"
               DISPLAY "*** NOTHING POSTED - THE ORDER IS STILL OPEN "
                   "***"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORDER-FEE > 0
               PERFORM POST-ORDER-FEE
           END-IF
           PERFORM TAKE-ORDER-FROM-VAULT

           MOVE WS-WORK-ORDER-ID TO CO-ID
           READ ORDER-FILE
               INVALID KEY
                   DISPLAY "*** ORDER ROW MISSING AFTER POSTING - REF "
                       WS-CASH-REF " ***"
                   EXIT PARAGRAPH
           END-READ
           MOVE "F" TO CO-STATUS
           MOVE WS-TODAY-DATE TO CO-FULFILLED-DATE
           MOVE WS-OPERATOR-ID TO CO-FULFILLED-BY
           MOVE WS-CASH-REF TO CO-TRANSACTION-REF
           MOVE WS-FEE-REF TO CO-FEE-REF
           IF WS-FEE-REF NOT = 0
               MOVE WS-ORDER-FEE TO CO-FEE
           END-IF
           REWRITE CASH-ORDER-RECORD
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "*** POSTED, BUT THE ORDER ROW COULD NOT BE "
                   "UPDATED - STATUS: " WS-ORDER-STATUS " - REF "
                   WS-CASH-REF " ***"
           ELSE
               DISPLAY "ORDER " CO-ID " FULFILLED BY " WS-OPERATOR-ID
                   " - REF " CO-TRANSACTION-REF
           END-IF
           .

      *    THE AUTHORITY MATRIX, AS BANKING'S CHECK-TELLER-AUTHORITY
      *    APPLIES IT TO A COUNTER CASH WITHDRAWAL: THE ORDER VALUE
      *    AGAINST THE TELLER'S OWN CASH-WITHDRAWAL CEILING, THEN -
      *    WITH WHAT THE TELLER'S DRAWER HAS PAID OUT TODAY AND THE
      *    ORDERS THEY HAVE ALREADY HANDED OVER TODAY - AGAINST THE
      *    DAILY CASH-OUT CEILING. GOING PAST EITHER NEEDS AN ACTIVE
      *    SUPERVISOR OTHER THAN THE TELLER, AND THE OVERRIDE IS
      *    LOGGED FOR THE MONTHLY OVERRIDE REPORT. THE ORDER ROW IS
      *    READ AGAIN AFTERWARDS - THE SCAN OF TODAY'S ORDERS MOVES
      *    OFF IT.
       CHECK-ORDER-AUTHORITY.
           MOVE "Y" TO WS-AUTH-APPROVED
           MOVE SPACES TO WS-SUPERVISOR-ID
           MOVE CO-ORDER-VALUE TO WS-AUTH-AMOUNT
           CALL "TELLER-AUTHORITY" USING WS-OPERATOR-ID
               WS-AUTH-ACTIVITY WS-AUTH-CEILING WS-AUTH-DAILY-CEILING
           MOVE "N" TO WS-AUTH-DAILY-BREACH
           MOVE 0 TO WS-AUTH-BREACHED-CEILING
           IF WS-AUTH-CEILING NOT = 0
               AND WS-AUTH-AMOUNT > WS-AUTH-CEILING
               MOVE WS-AUTH-CEILING TO WS-AUTH-BREACHED-CEILING
               DISPLAY "THIS EXCEEDS YOUR AUTHORITY OF "
                   WS-AUTH-CEILING " FOR A CASH WITHDRAWAL"
           END-IF
           IF WS-AUTH-BREACHED-CEILING = 0
               AND WS-AUTH-DAILY-CEILING NOT = 0
               MOVE WS-AUTH-AMOUNT TO WS-AUTH-DAILY-TOTAL
               IF WS-DRAWER-STATUS = "00"
                   MOVE WS-OPERATOR-ID TO DRAWER-TELLER-ID
                   MOVE WS-TODAY-DATE TO DRAWER-DATE
                   READ DRAWER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD DRAWER-CASH-OUT TO WS-AUTH-DAILY-TOTAL
                   END-READ
               END-IF
               PERFORM ADD-TODAYS-ORDERS-PAID-OUT
               IF WS-AUTH-DAILY-TOTAL > WS-AUTH-DAILY-CEILING
                   MOVE WS-AUTH-DAILY-CEILING
                       TO WS-AUTH-BREACHED-CEILING
                   MOVE "Y" TO WS-AUTH-DAILY-BREACH
                   DISPLAY "THIS TAKES TODAY'S CASH PAID OUT TO "
                       WS-AUTH-DAILY-TOTAL
                   DISPLAY "OVER YOUR DAILY CASH-OUT AUTHORITY OF "
                       WS-AUTH-DAILY-CEILING
               END-IF
               MOVE WS-WORK-ORDER-ID TO CO-ID
               READ ORDER-FILE
                   INVALID KEY
                       DISPLAY "*** ORDER " WS-WORK-ORDER-ID
                           " HAS GONE FROM THE FILE ***"
                       MOVE "N" TO WS-AUTH-APPROVED
                       EXIT PARAGRAPH
               END-READ
           END-IF
           IF WS-AUTH-BREACHED-CEILING = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REJECT):"
               WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-ID
           IF WS-SUPERVISOR-ID = SPACES
               MOVE "N" TO WS-AUTH-APPROVED
           ELSE
               IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
                   DISPLAY "A SUPERVISOR CANNOT OVERRIDE THEIR "
                       "OWN AUTHORITY"
                   MOVE "N" TO WS-AUTH-APPROVED
               ELSE
                   PERFORM VERIFY-SUPERVISOR
               END-IF
           END-IF
           IF WS-AUTH-APPROVED = "N"
               MOVE SPACES TO WS-SUPERVISOR-ID
               DISPLAY "--- NOT AUTHORIZED - OVER THE TELLER'S "
                   "AUTHORITY ---"
               EXIT PARAGRAPH
           END-IF
           CALL "AUTHORITY-OVERRIDE-LOG" USING WS-OPERATOR-ID
               WS-SUPERVISOR-ID WS-AUTH-ACTIVITY WS-AUTH-AMOUNT
               WS-AUTH-BREACHED-CEILING WS-AUTH-DAILY-BREACH
               CO-ACCOUNT WS-TERMINAL-ID
           .

      *    ORDERS THE SAME TELLER HAS ALREADY HANDED OVER TODAY -
      *    CASH PAID OUT FROM THE VAULT RATHER THAN THE DRAWER, BUT
      *    PAID OUT BY THEM ALL THE SAME
       ADD-TODAYS-ORDERS-PAID-OUT.
           MOVE "N" TO WS-ORDER-FILE-EOF
           MOVE 0 TO CO-ID
           START ORDER-FILE KEY >= CO-ID
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-FILE-EOF
           END-START
           PERFORM UNTIL WS-ORDER-FILE-EOF = "Y"
               READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ORDER-FILE-EOF
                   NOT AT END
                       IF CO-STATUS = "F"
                           AND CO-FULFILLED-DATE = WS-TODAY-DATE
                           AND CO-FULFILLED-BY = WS-OPERATOR-ID
                           ADD CO-ORDER-VALUE TO WS-AUTH-DAILY-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE OVERRIDING ID MUST BELONG TO AN ACTIVE SUPERVISOR ON
      *    THE TELLER MASTER
       VERIFY-SUPERVISOR.
           MOVE WS-SUPERVISOR-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "SUPERVISOR ID " WS-SUPERVISOR-ID
                       " IS NOT ON THE TELLER MASTER"
                   MOVE "N" TO WS-AUTH-APPROVED
               NOT INVALID KEY
                   IF TELLER-ACTIVE NOT = "Y"
                       DISPLAY "SUPERVISOR ID " WS-SUPERVISOR-ID
                           " IS NOT ACTIVE"
                       MOVE "N" TO WS-AUTH-APPROVED
                   ELSE
                       IF TELLER-ROLE NOT = "S"
                           DISPLAY "TELLER " WS-SUPERVISOR-ID
                               " IS NOT A SUPERVISOR"
                           MOVE "N" TO WS-AUTH-APPROVED
                       END-IF
                   END-IF
           END-READ
           .

      *    THE PICKUP BRANCH'S VAULT MUST HOLD AT LEAST THE NOTES
      *    ORDERED IN EVERY DENOMINATION
       CHECK-VAULT-COVERS-ORDER.
           MOVE "N" TO WS-VAULT-OK
           MOVE CO-BRANCH TO VLT-BRANCH
           READ VAULT-FILE
               INVALID KEY
                   DISPLAY "BRANCH " CO-BRANCH " HAS NO VAULT LEDGER "
                       "ROW - THE ORDER CANNOT BE MET FROM ITS VAULT"
                   EXIT PARAGRAPH
           END-READ
           IF CO-HUNDREDS > VLT-HUNDREDS
               OR CO-FIFTIES > VLT-FIFTIES
               OR CO-TWENTIES > VLT-TWENTIES
               OR CO-TENS > VLT-TENS
               OR CO-FIVES > VLT-FIVES
               OR CO-ONES > VLT-ONES
               DISPLAY "THE VAULT AT BRANCH " CO-BRANCH " IS SHORT OF "
                   "THE NOTES ORDERED:"
               DISPLAY "  IN VAULT: 100 X " VLT-HUNDREDS "  50 X "
                   VLT-FIFTIES "  20 X " VLT-TWENTIES
               DISPLAY "             10 X " VLT-TENS "   5 X "
                   VLT-FIVES "   1 X " VLT-ONES
               DISPLAY "BUY NOTES IN THROUGH VAULT-MANAGEMENT FIRST"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VAULT-OK
           .

      *    A CASH WITHDRAWAL THE SAME SHAPE AS ONE PAID OVER THE
      *    COUNTER: FROM AND TO BOTH THE CUSTOMER, TYPE "W"
       POST-ORDER-WITHDRAWAL.
           MOVE CO-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-POST-OK
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT CO-ORDER-VALUE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO DEBIT THE ACCOUNT - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE CO-BRANCH TO TRANSACTION-BRANCH
           MOVE CO-ACCOUNT TO FROM-ACCOUNT
           MOVE CO-ACCOUNT TO TO-ACCOUNT
           MOVE CO-ORDER-VALUE TO TRANSACTION-AMOUNT
           MOVE "W" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "CASHORDER:" CO-ID
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE WS-SUPERVISOR-ID TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE CASH POSTING - "
                   "STATUS: " WS-TRANSACTION-STATUS " - THE ACCOUNT "
                   "WAS DEBITED; REVIEW WITH OPERATIONS ***"
           END-IF
           MOVE TRANSACTION-REF TO WS-CASH-REF
           CLOSE TRANSACTION-FILE
           .

      *    THE HANDLING FEE - CUSTOMER TO FEE INCOME, TYPE "F"
       POST-ORDER-FEE.
           MOVE CO-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-ORDER-FEE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** THE CASH POSTED BUT THE HANDLING FEE "
                   "COULD NOT BE CHARGED - STATUS: " WS-ACCOUNT-STATUS
                   " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE GL-FEE-INCOME-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** FEE INCOME CONTROL ACCOUNT "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD WS-ORDER-FEE TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE CO-BRANCH TO TRANSACTION-BRANCH
           MOVE CO-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-FEE-INCOME-ACCOUNT TO TO-ACCOUNT
           MOVE WS-ORDER-FEE TO TRANSACTION-AMOUNT
           MOVE "F" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "CASHORDER:" CO-ID "/HANDLING FEE"
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE FEE POSTING - "
                   "STATUS: " WS-TRANSACTION-STATUS " - THE ACCOUNT "
                   "WAS CHARGED; REVIEW WITH OPERATIONS ***"
           END-IF
           MOVE TRANSACTION-REF TO WS-FEE-REF
           CLOSE TRANSACTION-FILE
           .

      *    THE NOTES LEAVE THE VAULT DENOMINATION BY DENOMINATION, SO
      *    THE POSITION PROOF STILL TIES
       TAKE-ORDER-FROM-VAULT.
           MOVE CO-BRANCH TO VLT-BRANCH
           READ VAULT-FILE
               INVALID KEY
                   DISPLAY "*** THE ORDER POSTED BUT BRANCH "
                       CO-BRANCH " HAS NO VAULT LEDGER ROW - POST THE "
                       "NOTES THROUGH VAULT-MANAGEMENT ***"
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT CO-HUNDREDS FROM VLT-HUNDREDS
           SUBTRACT CO-FIFTIES FROM VLT-FIFTIES
           SUBTRACT CO-TWENTIES FROM VLT-TWENTIES
           SUBTRACT CO-TENS FROM VLT-TENS
           SUBTRACT CO-FIVES FROM VLT-FIVES
           SUBTRACT CO-ONES FROM VLT-ONES
           SUBTRACT CO-ORDER-VALUE FROM VLT-TOTAL
           MOVE WS-TODAY-DATE TO VLT-LAST-MOVEMENT-DATE
           REWRITE VAULT-RECORD
           IF WS-VAULT-STATUS NOT = "00"
               DISPLAY "*** THE ORDER POSTED BUT THE VAULT LEDGER "
                   "COULD NOT BE UPDATED - STATUS: " WS-VAULT-STATUS
                   " - POST THE NOTES THROUGH VAULT-MANAGEMENT ***"
           END-IF
           .

      *================================================================
      *    CANCELLATION AND ENQUIRY
      *================================================================
       CANCEL-ORDER.
           DISPLAY "ORDER ID:                      "
               WITH NO ADVANCING
           ACCEPT WS-WORK-ORDER-ID
           MOVE WS-WORK-ORDER-ID TO CO-ID
           READ ORDER-FILE
               INVALID KEY
                   DISPLAY "ORDER " WS-WORK-ORDER-ID " IS NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ
           IF CO-STATUS NOT = "O"
               DISPLAY "ORDER " CO-ID " IS NOT AWAITING PICKUP - "
                   "STATUS " CO-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE CO-ORDER-VALUE TO WS-AMOUNT-DISPLAY
           DISPLAY "ORDER " CO-ID " FOR ACCOUNT " CO-ACCOUNT
               " PICKUP " CO-PICKUP-DATE " - VALUE " WS-AMOUNT-DISPLAY
           DISPLAY "CANCEL THE ORDER? (Y/N):" WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ORDER LEFT OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO CO-STATUS
           REWRITE CASH-ORDER-RECORD
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR CANCELLING THE ORDER - STATUS: "
                   WS-ORDER-STATUS " ***"
           ELSE
               DISPLAY "ORDER " CO-ID " CANCELLED"
           END-IF
           .

       LIST-OPEN-ORDERS.
           DISPLAY "ORDER   ACCOUNT    BRANCH PICKUP       VALUE"
               "  ORDERED"
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "N" TO WS-ORDER-FILE-EOF
           MOVE 0 TO CO-ID
           START ORDER-FILE KEY >= CO-ID
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-FILE-EOF
           END-START
           PERFORM UNTIL WS-ORDER-FILE-EOF = "Y"
               READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ORDER-FILE-EOF
                   NOT AT END
                       IF CO-STATUS = "O"
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE CO-ORDER-VALUE TO WS-AMOUNT-DISPLAY
                           DISPLAY CO-ID " " CO-ACCOUNT "  " CO-BRANCH
                               "    " CO-PICKUP-DATE " "
                               WS-AMOUNT-DISPLAY "  " CO-ORDERED-DATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           DISPLAY WS-COUNT-DISPLAY " ORDERS AWAITING PICKUP"
           .

       END PROGRAM CASH-ORDER.
