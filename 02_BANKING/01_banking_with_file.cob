               RECORD KEY IS RCPT-REFERENCE
               FILE STATUS IS WS-RECEIPT-STORE-STATUS.

      *    WHICH SIGNED-ON TELLER MADE EACH POSTING, KEYED BY ITS
      *    TRANSACTION REFERENCE - STAFF-ACCOUNT-REPORT TRACES STAFF
      *    ACCOUNT ACTIVITY BACK TO THE TELLER THROUGH IT.
           SELECT POSTING-TELLER-FILE
               ASSIGN TO "02_BANKING/posting_tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTL-TRANSACTION-REF
               FILE STATUS IS WS-POSTING-TELLER-STATUS.

      *    TERMINAL-TO-BRANCH ASSIGNMENTS - LOOKED UP ONCE AT
      *    SIGN-ON SO EVERY POSTING CAN CARRY ITS BRANCH.
           SELECT TERMINAL-FILE
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-LOAN-SCHEDULE-STATUS.

      *    ESCROW FOR TAX AND INSURANCE, SET UP BY LOAN-ESCROW
      *    (131_loan_escrow.cob) - THE LOAN PAYMENT OPTION COLLECTS
      *    THE MONTHLY ESCROW AMOUNT WITH EACH INSTALLMENT.
           SELECT LOAN-ESCROW-FILE
               ASSIGN TO "02_BANKING/loan_escrow.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-LOAN-ID
               FILE STATUS IS WS-LOAN-ESCROW-STATUS.

      *    TERM DEPOSIT DETAILS (PRINCIPAL, RATE, MATURITY) FOR
      *    ACCOUNT-TYPE "T" ACCOUNTS - WRITTEN AT OPENING, MATURED
      *    BY TERM-MATURITY (43_term_maturity.cob).
               RECORD KEY IS HH-CUSTOMER-ID
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

      *    CUSTOMER INTERACTION NOTES (WRITTEN IN CUSTOMER-DB) -
      *    THE LATEST HEAD THE RELATIONSHIP VIEW.
           SELECT NOTE-FILE
               ASSIGN TO "01_EXAMPLES/customer_notes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

      *    THE ACCOUNT-POSTING CROSS-REFERENCE - READ BY THE
      *    ACCOUNT-FILTERED TRANSACTION LIST SO ONE ACCOUNT'S
      *    ACTIVITY IS A KEYED SLICE, NOT A FRONT-TO-BACK SCAN.
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

      *    ACCOUNT-OPENING BONUS PROMOTIONS - READ AT ACCOUNT OPENING
      *    TO ENROL THE NEW ACCOUNT, AND THE ENROLMENTS THEMSELVES,
      *    READ AT CLOSURE TO TAKE A PAID BONUS BACK. MAINTAINED BY
      *    PROMOTION-MAINTENANCE (176_promotion_maintenance.cob) AND
      *    EVALUATED BY PROMOTION-EVALUATION AT END OF DAY.
           SELECT PROMOTION-FILE
               ASSIGN TO "02_BANKING/promotions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-ID
               FILE STATUS IS WS-PROMOTION-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "02_BANKING/promo_enrollments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-ACCOUNT
               ALTERNATE RECORD KEY IS PEN-PROMO-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PEN-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.

      *    AUTHORIZED SIGNERS - ADDITIONAL CUSTOMERS WHO MAY
      *    TRANSACT ON AN ACCOUNT WITH A PER-TRANSACTION LIMIT,
      *    WITHOUT BEING JOINT OWNERS. MAINTAINED BY

      *    WELCOME DOCUMENT SETS FOR THE CUSTOMER TO SIGN - ONE SET
      *    APPENDED PER ACCOUNT OPENED. SEE PRINT-WELCOME-DOCUMENTS.
      *    A SET FOR A CUSTOMER WHOSE MAIL IS COMING BACK IS
      *    APPENDED TO THE HELD-MAIL FILE INSTEAD, SO THE NAME IS
      *    CHOSEN PER SET.
           SELECT WELCOME-FILE
               ASSIGN TO WS-WELCOME-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WELCOME-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

      *    EVERY ACCOUNT'S CLOSING BALANCE PER BUSINESS DAY, WRITTEN
      *    BY THE NIGHTLY DAILY-BALANCE-SNAPSHOT STEP - READ-ONLY
      *    HERE, SEE BALANCE-AS-OF-DATE.
           SELECT DAILY-BALANCE-FILE
               ASSIGN TO "02_BANKING/daily_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBAL-KEY
               FILE STATUS IS WS-DAILY-BALANCE-STATUS.

      *    INTEREST EARNED BUT NOT YET PAID, PER ACCOUNT - BOOKED
      *    NIGHTLY BY INTEREST-ACCRUAL, PAID AT MONTH END BY
      *    INTEREST-CAPITALIZATION OR HERE WHEN THE ACCOUNT CLOSES.
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "02_BANKING/accrued_interest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-ACCOUNT
               FILE STATUS IS WS-ACCRUED-STATUS.

      *    SERIAL-NUMBERED CASHIER'S CHECK STOCK, OWNED BY
      *    OFFICIAL-INSTRUMENTS (96_official_instruments.cob) - A
      *    CLOSING SETTLEMENT PAID BY CASHIER'S CHECK ISSUES FROM IT.
           SELECT INSTRUMENT-FILE
               ASSIGN TO "02_BANKING/instruments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INST-KEY
               FILE STATUS IS WS-INSTRUMENT-STATUS.

      *    STATEMENT CYCLES, OWNED BY STATEMENT-CYCLE
      *    (09_statement_cycle.cob) - A CLOSED ACCOUNT'S ROW IS
      *    FLAGGED FOR ONE LAST STATEMENT.
           SELECT STATEMENT-CYCLE-FILE
               ASSIGN TO "02_BANKING/statement_cycle.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STMT-CYCLE-ACCOUNT
               FILE STATUS IS WS-CYCLE-STATUS.

      *    ONE ROW PER COUNTER SESSION, FOR THE TELLER-HOURS THE
      *    WEEKLY ACTIVITY REPORT MEASURES POSTINGS AGAINST
           SELECT SESSION-FILE
               ASSIGN TO "02_BANKING/teller_sessions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-KEY
               FILE STATUS IS WS-SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSEHOLD-FILE.
           COPY "HOUSEHOLD-RECORD.cpy".

       FD NOTE-FILE.
           COPY "CUSTOMER-NOTE-RECORD.cpy".

       FD XREF-FILE.
           COPY "XREF-RECORD.cpy".

       FD PRODUCT-FILE.
           COPY "PRODUCT-RECORD.cpy".

       FD PROMOTION-FILE.
           COPY "PROMOTION-RECORD.cpy".

       FD ENROLLMENT-FILE.
           COPY "PROMO-ENROLLMENT-RECORD.cpy".

       FD SIGNER-FILE.
           COPY "SIGNER-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD LOAN-ESCROW-FILE.
           COPY "LOAN-ESCROW-RECORD.cpy".

       FD PIN-FILE.
           COPY "PIN-RECORD.cpy".

       FD RECEIPT-STORE-FILE.
           COPY "RECEIPT-RECORD.cpy".

       FD SESSION-FILE.
           COPY "TELLER-SESSION-RECORD.cpy".

       FD POSTING-TELLER-FILE.
           COPY "POSTING-TELLER-RECORD.cpy".

       FD AUDIT-MASTER-FILE.
           COPY "AUDIT-MASTER-RECORD.cpy".

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(80).

       FD DAILY-BALANCE-FILE.
           COPY "DAILY-BALANCE-RECORD.cpy".

       FD ACCRUED-INTEREST-FILE.
           COPY "ACCRUED-INTEREST-RECORD.cpy".

       FD INSTRUMENT-FILE.
           COPY "INSTRUMENT-RECORD.cpy".

       FD STATEMENT-CYCLE-FILE.
       01 STATEMENT-CYCLE-RECORD.
           05 STMT-CYCLE-ACCOUNT PIC 9(9).
           05 STMT-CYCLE-FREQUENCY-DAYS PIC 9(3).
           05 STMT-CYCLE-NEXT-DUE-DATE PIC 9(8).
           05 STMT-CYCLE-LAST-STATEMENT-DATE PIC 9(8).
      *    "F" = FINAL STATEMENT DUE - SEE QUEUE-FINAL-STATEMENT
           05 STMT-CYCLE-STATUS PIC X.

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-STATUS PIC XX.
       01 WS-TELLER-ROLE PIC X VALUE "S".
       01 WS-SIGNON-PIN PIC 9(4).
       01 WS-SIGNON-ATTEMPTS PIC 9 VALUE 0.

      *STAFF ACCOUNTS - THE SIGNED-ON TELLER'S OWN CUSTOMER-ID
      *(ZERO WHEN THEY ARE NOT A CUSTOMER). CHECK-STAFF-CONFLICT
      *REFUSES WORK ON ANY ACCOUNT STAFF-ACCOUNT-LINK TIES TO IT AND
      *NAMES A SUPERVISOR WITH NO LINK OF THEIR OWN TO DO IT.
       01 WS-TELLER-CUSTOMER-ID PIC 9(5) VALUE 0.
       01 WS-STAFF-CONFLICT PIC X VALUE "N".
       01 WS-STAFF-LINK-TYPE PIC X.
       01 WS-STAFF-LINK-TEXT PIC X(28).
       01 WS-STAFF-CHECK-ACCOUNT PIC 9(9).
       01 WS-STAFF-SUPERVISOR-ID PIC X(10).
       01 WS-STAFF-SUPERVISOR-NAME PIC X(30).
       01 WS-STAFF-SUPERVISOR-LINKED PIC X.
       01 WS-STAFF-SUPERVISOR-TYPE PIC X.
       01 WS-STAFF-TELLER-EOF PIC X.
       01 WS-POSTING-TELLER-STATUS PIC XX.
      *SENSITIVE PARTIES - EVERY INQUIRY SCREEN HANDS THE ACCOUNT
      *OR CUSTOMER IT IS ABOUT TO SHOW TO SENSITIVE-ACCESS-LOG,
      *WHICH RECORDS THE VIEW WHEN THE PARTY IS FLAGGED.
       01 WS-SENSITIVE-ACCOUNT PIC 9(9).
       01 WS-SENSITIVE-CUSTOMER PIC 9(5).
       01 WS-SENSITIVE-JOINT PIC 9(5).
       01 WS-SENSITIVE-BRANCH PIC X(3).
       01 WS-SENSITIVE-SCREEN PIC X(20).
       01 WS-SENSITIVE-HIT PIC X VALUE "N".
       01 WS-SENSITIVE-SHOWN PIC 9(4).
      *CONTACT-CHANGE COOLING-OFF - THE HIGH-RISK ACTION AT HAND
      *AND THE PARTIES IT TOUCHES, HANDED TO CONTACT-COOLING-CHECK
      *WHILE A NEW ADDRESS, PHONE OR EMAIL IS STILL COOLING OFF.
       01 WS-COOLING-ACCOUNT PIC 9(9).
       01 WS-COOLING-CUSTOMER PIC 9(5).
       01 WS-COOLING-JOINT PIC 9(5).
       01 WS-COOLING-ACTION PIC X(2).
       01 WS-COOLING-OUTCOME PIC X.
       01 WS-COOLING-SUPERVISOR PIC X(10).
       01 WS-COOLING-HELD-SUPERVISOR PIC X(10).
       01 WS-COOLING-IN-WINDOW PIC X VALUE "N".
       01 WS-COOLING-CHANGE-DATE PIC 9(8).
       01 WS-COOLING-UNTIL PIC 9(8).
       01 WS-COOLING-APPROVED PIC X VALUE "Y".
      *RETURNED MAIL - THE CUSTOMER'S ADDRESS IN FORCE IS RETURNING
      *POST, AS REPORTED BY MAIL-HOLD-CHECK
       01 WS-MAIL-CHECK-CUSTOMER PIC 9(5).
       01 WS-MAIL-HELD PIC X VALUE "N".
       01 WS-MAIL-RETURNED-DATE PIC 9(8).
           COPY "CORRESPONDENCE-ITEM.cpy".
      *TELLER AUTHORITY MATRIX - THE SIGNED-ON TELLER'S CEILING
      *FOR THE ACTIVITY AT HAND (TELLER-AUTHORITY) AND, WHEN CASH
      *LEAVES THE DRAWER, THE DAILY CUMULATIVE CASH-OUT CEILING.
       01 WS-AUTH-ACTIVITY PIC 9.
       01 WS-AUTH-AMOUNT PIC 9(9)V99.
       01 WS-AUTH-ACCOUNT PIC 9(9).
       01 WS-AUTH-CASH-OUT PIC X VALUE "N".
       01 WS-AUTH-CEILING PIC 9(9)V99.
       01 WS-AUTH-DAILY-CEILING PIC 9(9)V99.
       01 WS-AUTH-DAILY-TOTAL PIC 9(11)V99.
       01 WS-AUTH-BREACHED-CEILING PIC 9(9)V99.
       01 WS-AUTH-DAILY-BREACH PIC X.
       01 WS-AUTH-APPROVED PIC X VALUE "Y".
      *THE COUNTER SESSION'S KEY, KEPT FROM SIGN-ON SO TERMINATE
      *CAN STAMP ITS END TIME
       01 WS-SESSION-STATUS PIC XX.
       01 WS-SESSION-KEY PIC X(24) VALUE SPACES.
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-SUPERVISOR-VERIFIED PIC X VALUE "N".
      *CREDENTIAL HARDENING - LOCKOUT AFTER TOO MANY WRONG PINS,
       01 WS-CHECK-FIRST PIC 9(6).
       01 WS-CHECK-LAST PIC 9(6).
       01 WS-CHECK-WORK PIC 9(6).
      *POSITIVE PAY SCREENING OF A PRESENTED CHECK - SEE
      *POSITIVE-PAY-SCREEN (119_positive_pay_screen.cob)
       01 WS-PPAY-SOURCE PIC X VALUE "T".
       01 WS-PPAY-RESULT PIC X.

      *SELF-SERVICE KIOSK - ITS OWN (LOWER) DAILY WITHDRAWAL LIMIT
      *IS THE KIOSK-DAILY-LIMIT PARAMETER; THE FALLBACK IS BELOW.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-LOAN-SCHEDULE-STATUS PIC XX.
       01 WS-LOAN-PAYMENT-OK PIC X VALUE "N".
      *INSTALLMENT PLUS ANY LATE CHARGES OUTSTANDING ON THE LOAN
       01 WS-LOAN-AMOUNT-DUE PIC 9(7)V99.
       01 WS-LOAN-ESCROW-STATUS PIC XX.
      *THIS INSTALLMENT'S ESCROW SHARE - ZERO WITHOUT AN ACTIVE
      *ESCROW
       01 WS-LOAN-ESCROW-AMOUNT PIC 9(5)V99.
      *EXTRA-PRINCIPAL PREPAYMENTS - SEE LOAN-PREPAYMENT. THE
      *METHOD IS "T" (KEEP THE PAYMENT, SHORTEN THE TERM) OR "P"
      *(KEEP THE TERM, LOWER THE PAYMENT)
       01 WS-PREPAY-AMOUNT PIC 9(7)V99.
       01 WS-PREPAY-METHOD PIC X.
       01 WS-PREPAY-DATE PIC 9(8).
       01 WS-PREPAY-REASON PIC X(20) VALUE "PREPAYMENT".
       01 WS-REAMORTIZE-RESULT PIC X.

      *TERM DEPOSITS - THE EARLY-WITHDRAWAL PENALTY RATE IS A
      *FALLBACK, OVERRIDDEN BY THE TERM-PENALTY-RATE PARAMETER
      *ACCOUNT OPENING WORKFLOW - SEE FUND-OPENING-DEPOSIT /
      *PRINT-WELCOME-DOCUMENTS
       01 WS-WELCOME-STATUS PIC XX.
       01 WS-WELCOME-FILENAME PIC X(40)
           VALUE "02_BANKING/welcome_documents.txt".
       01 WS-OPEN-NEW-ACCOUNT PIC 9(9).
       01 WS-OPEN-FUNDING-ACCOUNT PIC 9(9).

       01 WS-REL-BALANCE PIC S9(7)V99.
       01 WS-REL-RATE-FOUND PIC X.
       01 WS-REL-HOLD-LABEL PIC X(6).
      *THE LATEST INTERACTION NOTES SHOWN AT THE TOP
       01 WS-NOTE-STATUS PIC XX.
       01 WS-REL-NOTE-EOF PIC X.
       01 WS-REL-NOTE-COUNT PIC 9(2).
       01 WS-REL-NOTE-LIMIT PIC 9(2) VALUE 5.

      *AUTHORIZATION HOLDS - CALCULATE-ACTIVE-HOLDS TOTALS THE
      *ACTIVE, UNEXPIRED HOLDS AGAINST WS-HOLDS-ACCOUNT SO THE
       01 WS-HOLDS-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-ACTIVE-HOLDS-TOTAL PIC 9(7)V99 VALUE 0.

      *ACCOUNT RESTRICTIONS - CHECK-ACCOUNT-RESTRICTION ASKS
      *ACCOUNT-RESTRICTION-CHECK WHETHER WS-RESTRICT-ACCOUNT MAY BE
      *POSTED IN WS-RESTRICT-DIRECTION ("D"/"C") THROUGH
      *WS-RESTRICT-CHANNEL (SPACE = COUNTER, "X" = EXTERNAL,
      *"O" = KIOSK) AND SAYS WHY NOT WHEN IT MAY NOT
       01 WS-RESTRICT-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X.
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).
       01 WS-RESTRICT-TEXT PIC X(21).

      *CHECK-DEPOSIT FUNDS AVAILABILITY - A DEPOSITED CHECK POSTS TO
      *THE BALANCE AT ONCE BUT ITS FUNDS STAY UNCOLLECTED BEHIND AN
      *AUTOMATIC HOLD UNTIL THE RELEASE DATE, COUNTED IN BUSINESS
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-PRODUCT-FILE-OPEN PIC X VALUE "N".

      *ACCOUNT-OPENING PROMOTIONS - SEE ENROLL-IN-PROMOTION AND
      *WORK-OUT-BONUS-CLAWBACK
       01 WS-PROMOTION-STATUS PIC XX.
       01 WS-PROMOTION-FILE-OPEN PIC X VALUE "N".
       01 WS-ENROLLMENT-STATUS PIC XX.
       01 WS-PROMOTION-EOF PIC X.
       01 WS-PROMOTION-MATCH PIC X.
       01 WS-PROMOTION-IX PIC 9.
       01 WS-PROMOTION-TAKEN PIC X.
       01 WS-CLAWBACK-DUE PIC 9(5)V99 VALUE 0.
       01 WS-CLAWBACK-PROMO PIC X(8) VALUE SPACES.

      *INSUFFICIENT-FUNDS EVENTS - SEE THE PAY-CHECK BOUNCE PATH
       01 WS-NSF-INSTRUMENT PIC X(12) VALUE SPACES.

       01 WS-BACKDATE-BENEFICIARY PIC 9(9) VALUE 0.
       01 WS-BACKDATE-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-BACKDATE-DATE-INTEGER PIC 9(9).
      *AN EFFECTIVE DATE IN A MONTH MONTH-END-CLOSE HAS CLOSED IS
      *NEVER POSTED - THE POSTING CARRIES TODAY AND IS FLAGGED AS A
      *PRIOR-PERIOD ADJUSTMENT (PRIOR-PERIOD-WRITE) FOR THE DATE IT
      *SHOULD HAVE HAD, HELD IN WS-PPA-INTENDED-DATE. A REVERSAL OF A
      *POSTING FROM A CLOSED MONTH IS FLAGGED THE SAME WAY.
       01 WS-PERIOD-CLOSED PIC X VALUE "N".
       01 WS-PERIOD-MONTH PIC 9(6).
       01 WS-PPA-INTENDED-DATE PIC 9(8) VALUE 0.
           COPY "PRIOR-PERIOD-ITEM.cpy".
       01 WS-CONFIRM PIC X.
       01 WS-TELLER-AMOUNT PIC 9(7)V99.

       01 WS-TRANSACTION-INDEX PIC 9(4).
       01 WS-LAST-TRANSACTION-INDEX PIC 9(4) VALUE 0.

      *DAILY BALANCE HISTORY - SEE BALANCE-AS-OF-DATE. THE LAST
      *ROW ON OR BEFORE THE ASKED-FOR DATE ANSWERS A WEEKEND OR
      *HOLIDAY, WHEN NO END-OF-DAY RAN.
       01 WS-DAILY-BALANCE-STATUS PIC XX.
       01 WS-DBAL-EOF PIC X.
       01 WS-DBAL-ACCOUNT PIC 9(9).
       01 WS-DBAL-ASKED-DATE PIC 9(8).
       01 WS-DBAL-FOUND PIC X.
       01 WS-DBAL-FOUND-DATE PIC 9(8).
       01 WS-DBAL-LEDGER PIC S9(7)V99.
       01 WS-DBAL-AVAILABLE PIC S9(7)V99.
       01 WS-DBAL-HOLDS PIC 9(7)V99.
       01 WS-DBAL-ACCT-STATUS PIC X.
       01 WS-DBAL-CURRENCY PIC X(3).


      *ACCRUED-INTEREST SUB-LEDGER - SEE READ-ACCRUED-INTEREST AND
      *PAY-ACCRUED-INTEREST-AT-CLOSE. THE WITHHOLDING RATE IS A
      *FALLBACK, OVERRIDDEN BY THE BACKUP-WH-RATE PARAMETER ROW.
       01 WS-ACCRUED-STATUS PIC XX.
       01 WS-ACCRUED-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-ACCRUED-WITHHELD PIC S9(7)V99 VALUE 0.
       01 WS-ACCRUED-WH-RATE PIC V9(4) VALUE 0.2400.
       01 WS-ACCRUED-ACCOUNT PIC 9(9) VALUE 0.

      *CLOSING SETTLEMENT - SEE CLOSE-ACCOUNT. THE FEES AND THE
      *EARLY-CLOSURE WINDOW ARE FALLBACKS, OVERRIDDEN BY THE
      *CLOSE-FEE / EARLY-CLOSE-FEE / EARLY-CLOSE-DAYS PARAMETER
      *ROWS AND THEN BY THE PRODUCT'S OWN CLOSE-FEE-xxxx /
      *EARLY-CLOSE-FEE-xxxx ROWS.
       01 WS-INSTRUMENT-STATUS PIC XX.
       01 WS-CYCLE-STATUS PIC XX.
       01 WS-CLOSE-FEE PIC 9(5)V99 VALUE 0.
       01 WS-EARLY-CLOSE-FEE PIC 9(5)V99 VALUE 25.00.
       01 WS-EARLY-CLOSE-DAYS PIC 9(4) VALUE 90.
       01 WS-CLOSE-ACCOUNT PIC 9(9).
       01 WS-CLOSE-CURRENCY PIC X(3).
       01 WS-CLOSE-OK PIC X.
       01 WS-CLOSE-EOF PIC X.
       01 WS-CLOSE-HOLD-COUNT PIC 9(3).
       01 WS-CLOSE-CHECK-COUNT PIC 9(5).
       01 WS-CLOSE-APPLIED-FEE PIC 9(5)V99.
       01 WS-CLOSE-APPLIED-EARLY PIC 9(5)V99.
       01 WS-CLOSE-FEE-DUE PIC 9(7)V99.
       01 WS-CLOSE-FEE-MEMO PIC X(30).
       01 WS-CLOSE-OPEN-DATE PIC 9(8).
       01 WS-CLOSE-AGE-DAYS PIC S9(7).
       01 WS-CLOSE-ESTIMATE PIC S9(7)V99.
       01 WS-CLOSE-PAYOUT-AMOUNT PIC S9(7)V99.
      *PAYOUT: "1" = CASH, "2" = TRANSFER IN-BANK, "3" = EXTERNAL
      *TRANSFER, "4" = CASHIER'S CHECK
       01 WS-CLOSE-PAYOUT PIC X.
       01 WS-CLOSE-PAID PIC X.
       01 WS-CLOSE-DEST-ACCOUNT PIC 9(9).
       01 WS-CLOSE-INST-BRANCH PIC X(3).
       01 WS-CLOSE-INST-SERIAL PIC 9(6).
       01 WS-CLOSE-PAYEE PIC X(30).
      * FOR THE OPTION MENU
       01 WS-OPTION PIC 99.

                   WS-LOAN-SCHEDULE-STATUS " ***"
           END-IF

           OPEN I-O LOAN-ESCROW-FILE
           IF WS-LOAN-ESCROW-STATUS = "35"
               OPEN OUTPUT LOAN-ESCROW-FILE
               CLOSE LOAN-ESCROW-FILE
               OPEN I-O LOAN-ESCROW-FILE
           END-IF
           IF WS-LOAN-ESCROW-STATUS NOT = "00"
               DISPLAY "*** LOAN ESCROW I/O ERROR - STATUS: "
                   WS-LOAN-ESCROW-STATUS " ***"
           END-IF

           OPEN I-O TERM-FILE
           IF WS-TERM-STATUS = "35"
               OPEN OUTPUT TERM-FILE
               MOVE "Y" TO WS-PRODUCT-FILE-OPEN
           END-IF

      *    READ-ONLY LIKE THE PRODUCTS - NO FILE MEANS NO PROMOTION
      *    IS RUNNING.
           OPEN INPUT PROMOTION-FILE
           IF WS-PROMOTION-STATUS = "00"
               MOVE "Y" TO WS-PROMOTION-FILE-OPEN
           END-IF

           OPEN I-O ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS = "35"
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "*** PROMOTION ENROLMENT FILE I/O ERROR - "
                   "STATUS: " WS-ENROLLMENT-STATUS " ***"
           END-IF

           OPEN I-O SIGNER-FILE
           IF WS-SIGNER-STATUS = "35"
               OPEN OUTPUT SIGNER-FILE
                   " - ACCOUNTS CANNOT BE LINKED TO A CUSTOMER ***"
           END-IF

           PERFORM START-TELLER-SESSION

           PERFORM UNTIL WS-OPTION = 99
               DISPLAY " "
               DISPLAY "SELECT AN OPTION:"
               DISPLAY "   34. FOREIGN CASH BUY/SELL"
               DISPLAY "   35. HOUSEHOLD VIEW"
               DISPLAY "   36. MANAGE SAVINGS GOALS"
               DISPLAY "   37. BALANCE AT CLOSE ON A PAST DATE"
               DISPLAY "   38. LOAN PREPAYMENT (EXTRA PRINCIPAL)"
               DISPLAY "   99. TERMINATE"

               ACCEPT WS-OPTION
      *        THE BACK-DATE APPROVAL IS GOOD FOR ONE OPERATION
      *        ONLY - A STALE ONE MUST NEVER LEAK INTO THE NEXT.
      *        NOR MAY A SUPERVISOR OVERRIDE FROM AN OPERATION
      *        THAT WAS THEN ABANDONED.
               MOVE "N" TO WS-BACKDATE-OK
               MOVE 0 TO WS-EFFECTIVE-DATE
               MOVE 0 TO WS-PPA-INTENDED-DATE
               MOVE 0 TO WS-BACKDATE-BENEFICIARY
               MOVE SPACES TO WS-SUPERVISOR-ID
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ACCOUNT-INFORMATION
                       PERFORM HOUSEHOLD-VIEW
                   WHEN 36
                       PERFORM MANAGE-SAVINGS-GOALS
                   WHEN 37
                       PERFORM BALANCE-AS-OF-DATE
                   WHEN 38
                       PERFORM LOAN-PREPAYMENT
                   WHEN 99
                       DISPLAY "BIS DANN!!!"
                   WHEN OTHER
           IF WS-PRODUCT-FILE-OPEN = "Y"
               CLOSE PRODUCT-FILE
           END-IF
           IF WS-PROMOTION-FILE-OPEN = "Y"
               CLOSE PROMOTION-FILE
           END-IF
           CLOSE ENROLLMENT-FILE
           IF WS-LEGAL-FILE-OPEN = "Y"
               CLOSE LEGAL-ORDER-FILE
           END-IF
           CLOSE TERM-FILE
           CLOSE LOAN-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-ESCROW-FILE
           CLOSE CHECK-FILE
           CLOSE AUDIT-MASTER-FILE
           IF WS-TELLER-FILE-AVAILABLE = "Y"
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF
           PERFORM END-TELLER-SESSION
       STOP RUN.

      *    OPENS THE SESSION ROW (TELLER-SESSION-RECORD.cpy) ONCE THE
      *    COUNTER IS READY TO POST. A SESSION WITH NO TELLER ID
      *    LEAVES NO ROW.
       START-TELLER-SESSION.
           IF WS-TELLER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SESSION-FILE
           IF WS-SESSION-STATUS = "35"
               OPEN OUTPUT SESSION-FILE
               CLOSE SESSION-FILE
               OPEN I-O SESSION-FILE
           END-IF
           IF WS-SESSION-STATUS NOT = "00"
               DISPLAY "*** TELLER SESSION LOG I/O ERROR - STATUS: "
                   WS-SESSION-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           CALL "BUSINESS-DATE" USING SES-DATE
           MOVE WS-TELLER-ID TO SES-TELLER-ID
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO SES-START-TIME
           MOVE WS-TERMINAL-ID TO SES-TERMINAL-ID
           MOVE WS-BRANCH-CODE TO SES-BRANCH
           MOVE 0 TO SES-END-TIME
           WRITE TELLER-SESSION-RECORD
           IF WS-SESSION-STATUS = "00"
               MOVE SES-KEY TO WS-SESSION-KEY
           ELSE
               DISPLAY "*** TELLER SESSION LOG I/O ERROR - STATUS: "
                   WS-SESSION-STATUS " ***"
           END-IF
           CLOSE SESSION-FILE
           .

       END-TELLER-SESSION.
           IF WS-SESSION-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O SESSION-FILE
           IF WS-SESSION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SESSION-KEY TO SES-KEY
           READ SESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ACCEPT WS-CURRENT-TIME FROM TIME
                   MOVE WS-CURRENT-TIME(1:6) TO SES-END-TIME
                   REWRITE TELLER-SESSION-RECORD
           END-READ
           CLOSE SESSION-FILE
           .

      *    LOOKS THE SIGN-ON TERMINAL UP IN terminals.dat AND KEEPS
      *    ITS BRANCH FOR THE REST OF THE SESSION. AN UNASSIGNED
      *    TERMINAL LEAVES THE BRANCH AT SPACES - POSTINGS STILL
                   REWRITE TELLER-RECORD
                   MOVE "Y" TO WS-SIGNON-OK
                   MOVE TELLER-ROLE TO WS-TELLER-ROLE
                   MOVE TELLER-CUSTOMER-ID TO WS-TELLER-CUSTOMER-ID
                   DISPLAY "SIGNED ON: "
                       FUNCTION TRIM(TELLER-NAME)
               WHEN OTHER
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-WIRE-FEE
           END-IF

           MOVE "CLOSE-FEE" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAYS-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-CLOSE-FEE
           END-IF

           MOVE "EARLY-CLOSE-FEE" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAYS-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-EARLY-CLOSE-FEE
           END-IF

           MOVE "EARLY-CLOSE-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAYS-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-EARLY-CLOSE-DAYS
           END-IF
           .

      *    ALTERNATE-KEY SEARCH: START ON CUSTOMER-LAST-NAME AND
                               CUSTOMER-LAST-NAME " "
                               CUSTOMER-FIRST-NAME
                               " STATUS " CUSTOMER-STATUS
                           MOVE CUSTOMER-ID TO WS-MAIL-CHECK-CUSTOMER
                           PERFORM WARN-IF-MAIL-RETURNED
                       ELSE
      *                    THE ALTERNATE KEY DELIVERS NAMES IN
      *                    ORDER, SO THE FIRST NON-MATCH ENDS THE
           END-READ
           .

      *    TELLS THE TELLER WHEN POST TO WS-MAIL-CHECK-CUSTOMER IS
      *    BEING RETURNED, SO A NEW ADDRESS IS TAKEN WHILE THE
      *    CUSTOMER IS THERE. NOTHING IS SHOWN OTHERWISE.
       WARN-IF-MAIL-RETURNED.
           CALL "MAIL-HOLD-CHECK" USING WS-MAIL-CHECK-CUSTOMER
               WS-MAIL-HELD WS-MAIL-RETURNED-DATE
           IF WS-MAIL-HELD = "Y"
               DISPLAY "*** MAIL TO CUSTOMER " WS-MAIL-CHECK-CUSTOMER
                   " RETURNED SINCE " WS-MAIL-RETURNED-DATE
                   " - PLEASE UPDATE THE ADDRESS ***"
           END-IF
           .

      *    RESOLVES ACCOUNT-JOINT-CUSTOMER-ID TO A DISPLAYABLE NAME
      *    THE SAME WAY LOOKUP-CUSTOMER-NAME RESOLVES THE PRIMARY
      *    HOLDER. ONLY MEANINGFUL WHEN ACCOUNT-OWNERSHIP-TYPE = "J".
               DISPLAY "THERE IS NO ACCOUNT WITH NUMBER "
                   ACCOUNT-NUMBER
           ELSE
               MOVE "ACCOUNT-INFORMATION" TO WS-SENSITIVE-SCREEN
               PERFORM LOG-SENSITIVE-ACCOUNT
               PERFORM LOOKUP-CUSTOMER-NAME
               DISPLAY "ACCOUNT NUMBER:                "
                   ACCOUNT-NUMBER
               DISPLAY "ACCOUNT HOLDER:                "
                   WS-CUSTOMER-DISPLAY-NAME
               MOVE ACCOUNT-CUSTOMER-ID TO WS-MAIL-CHECK-CUSTOMER
               PERFORM WARN-IF-MAIL-RETURNED
               IF ACCOUNT-OWNERSHIP-TYPE = "J"
                   PERFORM LOOKUP-JOINT-CUSTOMER-NAME
                   DISPLAY "JOINT HOLDER:                  "
                       WS-JOINT-CUSTOMER-DISPLAY-NAME
                   MOVE ACCOUNT-JOINT-CUSTOMER-ID
                       TO WS-MAIL-CHECK-CUSTOMER
                   PERFORM WARN-IF-MAIL-RETURNED
               END-IF
               DISPLAY "ACCOUNT BALANCE:               "
                   ACCOUNT-BALANCE
               DISPLAY "OVERDRAFT LIMIT:               "
                   ACCOUNT-OVERDRAFT-LIMIT
      *        EARNED SINCE THE LAST MONTH-END CAPITALIZATION - NOT
      *        PART OF THE BALANCE UNTIL IT IS PAID IN
               PERFORM READ-ACCRUED-INTEREST
               IF ACCOUNT-TYPE = "S" OR WS-ACCRUED-AMOUNT NOT = 0
                   DISPLAY "ACCRUED INTEREST TO DATE:      "
                       WS-ACCRUED-AMOUNT
               END-IF
               IF WS-VALIDATE-VALID = "N"
                   DISPLAY "*** " WS-VALIDATE-MESSAGE " ***"
               END-IF
           PERFORM CHECK-FILE-STATUS
       .

      *    "WHAT WAS THIS ACCOUNT'S BALANCE AT CLOSE ON DATE X" -
      *    ANSWERED FROM THE NIGHTLY DAILY BALANCE HISTORY INSTEAD
      *    OF A HAND REPLAY OF THE ARCHIVES. A DATE WITH NO ROW (A
      *    WEEKEND OR HOLIDAY) TAKES THE LAST CLOSE BEFORE IT, WHICH
      *    IS WHAT THE BALANCE STILL WAS THAT DAY.
       BALANCE-AS-OF-DATE.
           DISPLAY " "
           DISPLAY "---BALANCE AT CLOSE ON A PAST DATE---"
           DISPLAY "ACCOUNT NUMBER:                " WITH NO ADVANCING
           ACCEPT WS-DBAL-ACCOUNT
           DISPLAY "AS-OF DATE (YYYYMMDD):         " WITH NO ADVANCING
           ACCEPT WS-DBAL-ASKED-DATE
           CALL "BUSINESS-DATE" USING WS-TODAYS-DATE
           IF WS-DBAL-ASKED-DATE >= WS-TODAYS-DATE
               DISPLAY "TODAY HAS NOT CLOSED YET - USE ACCOUNT "
                   "INFORMATION FOR THE CURRENT BALANCE"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DAILY-BALANCE-FILE
           IF WS-DAILY-BALANCE-STATUS NOT = "00"
               DISPLAY "NO DAILY BALANCE HISTORY ON FILE - STATUS: "
                   WS-DAILY-BALANCE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DBAL-FOUND
           MOVE "N" TO WS-DBAL-EOF
           MOVE WS-DBAL-ACCOUNT TO DBAL-ACCOUNT
           MOVE 0 TO DBAL-DATE
           START DAILY-BALANCE-FILE KEY >= DBAL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DBAL-EOF
           END-START
           PERFORM UNTIL WS-DBAL-EOF = "Y"
               READ DAILY-BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DBAL-EOF
                   NOT AT END
                       IF DBAL-ACCOUNT NOT = WS-DBAL-ACCOUNT
                           OR DBAL-DATE > WS-DBAL-ASKED-DATE
                           MOVE "Y" TO WS-DBAL-EOF
                       ELSE
                           MOVE "Y" TO WS-DBAL-FOUND
                           MOVE DBAL-DATE TO WS-DBAL-FOUND-DATE
                           MOVE DBAL-LEDGER-BALANCE TO WS-DBAL-LEDGER
                           MOVE DBAL-AVAILABLE-BALANCE
                               TO WS-DBAL-AVAILABLE
                           MOVE DBAL-HOLDS-TOTAL TO WS-DBAL-HOLDS
                           MOVE DBAL-ACCOUNT-STATUS
                               TO WS-DBAL-ACCT-STATUS
                           MOVE DBAL-CURRENCY TO WS-DBAL-CURRENCY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAILY-BALANCE-FILE
           IF WS-DBAL-FOUND = "N"
               DISPLAY "NO CLOSING BALANCE ON FILE FOR ACCOUNT "
                   WS-DBAL-ACCOUNT " ON OR BEFORE "
                   WS-DBAL-ASKED-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-DBAL-FOUND-DATE NOT = WS-DBAL-ASKED-DATE
               DISPLAY "NO CLOSE ON " WS-DBAL-ASKED-DATE
                   " - LAST CLOSE BEFORE IT WAS " WS-DBAL-FOUND-DATE
           END-IF
           DISPLAY "ACCOUNT NUMBER:                " WS-DBAL-ACCOUNT
           DISPLAY "BALANCE AT CLOSE ON:           "
               WS-DBAL-FOUND-DATE
           DISPLAY "LEDGER BALANCE:                " WS-DBAL-LEDGER
               " " WS-DBAL-CURRENCY
           DISPLAY "HELD FUNDS:                    " WS-DBAL-HOLDS
           DISPLAY "AVAILABLE BALANCE:             "
               WS-DBAL-AVAILABLE
           DISPLAY "ACCOUNT STATUS THAT DAY:       "
               WS-DBAL-ACCT-STATUS
           .

       ADD-ACCOUNT.
           DISPLAY "CREATING NEW ACCOUNT"
           DISPLAY "LINK TO CUSTOMER ID (0 TO SEARCH BY NAME):"
               IF WS-STATUS = "00"
                   MOVE "ADD" TO WS-AUDIT-ACTION
                   PERFORM LOG-ACCOUNT-AUDIT-ENTRY
                   PERFORM ENROLL-IN-PROMOTION
                   PERFORM FUND-OPENING-DEPOSIT
      *            THE TERM PRINCIPAL IS WHATEVER THE OPENING
      *            DEPOSIT ACTUALLY FUNDED, SO THE DETAIL ROW IS
           END-IF
           .

      *    A NEW ACCOUNT OPENED INSIDE A RUNNING PROMOTION'S DATES, ON
      *    A TYPE AND PRODUCT IT COVERS, IS ENROLLED IN THE FIRST SUCH
      *    PROMOTION ON FILE - ONE PROMOTION PER ACCOUNT, AND ONE
      *    ENROLMENT PER CUSTOMER IN ANY ONE PROMOTION, SO OPENING AND
      *    CLOSING ACCOUNTS DOES NOT EARN THE SAME BONUS TWICE. THE
      *    BUFFER STILL HOLDS THE ACCOUNT JUST WRITTEN.
       ENROLL-IN-PROMOTION.
           IF WS-PROMOTION-FILE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PROMOTION-MATCH
           MOVE "N" TO WS-PROMOTION-EOF
           MOVE LOW-VALUES TO PRM-ID
           START PROMOTION-FILE KEY >= PRM-ID
               INVALID KEY
                   MOVE "Y" TO WS-PROMOTION-EOF
           END-START
           PERFORM UNTIL WS-PROMOTION-EOF = "Y"
               READ PROMOTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROMOTION-EOF
                   NOT AT END
                       PERFORM CHECK-PROMOTION-ELIGIBLE
                       IF WS-PROMOTION-MATCH = "Y"
                           MOVE "Y" TO WS-PROMOTION-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROMOTION-MATCH NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE PROMO-ENROLLMENT-RECORD
           MOVE ACCOUNT-NUMBER TO PEN-ACCOUNT
           MOVE PRM-ID TO PEN-PROMO-ID
           MOVE ACCOUNT-CUSTOMER-ID TO PEN-CUSTOMER-ID
           MOVE WS-TODAYS-DATE TO PEN-OPEN-DATE
           MOVE ACCOUNT-BRANCH TO PEN-BRANCH
           MOVE WS-TELLER-ID TO PEN-ENROLLED-BY
           COMPUTE PEN-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
               + PRM-QUAL-DAYS)
           COMPUTE PEN-CLAWBACK-UNTIL = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
               + PRM-CLAWBACK-DAYS)
           MOVE PRM-BONUS-AMOUNT TO PEN-BONUS-AMOUNT
           MOVE "E" TO PEN-STATUS
           WRITE PROMO-ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY "*** COULD NOT ENROL THE ACCOUNT IN "
                       "PROMOTION " PRM-ID " - STATUS: "
                       WS-ENROLLMENT-STATUS " ***"
               NOT INVALID KEY
                   DISPLAY "ENROLLED IN PROMOTION " PRM-ID ": "
                       FUNCTION TRIM(PRM-DESCRIPTION)
                   DISPLAY "BONUS " PRM-BONUS-AMOUNT
                       " IF IT QUALIFIES BY " PEN-DEADLINE
           END-WRITE
           .

       CHECK-PROMOTION-ELIGIBLE.
           MOVE "N" TO WS-PROMOTION-MATCH
           IF PRM-STATUS NOT = "A"
               OR WS-TODAYS-DATE < PRM-START-DATE
               OR WS-TODAYS-DATE > PRM-END-DATE
               EXIT PARAGRAPH
           END-IF
           IF PRM-ACCOUNT-TYPE NOT = SPACE
               AND PRM-ACCOUNT-TYPE NOT = ACCOUNT-TYPE
               EXIT PARAGRAPH
           END-IF
           IF PRM-PRODUCT(1) NOT = SPACES
               OR PRM-PRODUCT(2) NOT = SPACES
               OR PRM-PRODUCT(3) NOT = SPACES
               OR PRM-PRODUCT(4) NOT = SPACES
               MOVE "N" TO WS-PROMOTION-TAKEN
               PERFORM VARYING WS-PROMOTION-IX FROM 1 BY 1
                       UNTIL WS-PROMOTION-IX > 4
                   IF PRM-PRODUCT(WS-PROMOTION-IX) NOT = SPACES
                       AND PRM-PRODUCT(WS-PROMOTION-IX)
                           = ACCOUNT-PRODUCT-CODE
                       MOVE "Y" TO WS-PROMOTION-TAKEN
                   END-IF
               END-PERFORM
               IF WS-PROMOTION-TAKEN NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *    HAS THIS CUSTOMER BEEN ENROLLED IN IT BEFORE?
           MOVE "N" TO WS-PROMOTION-TAKEN
           MOVE ACCOUNT-CUSTOMER-ID TO PEN-CUSTOMER-ID
           START ENROLLMENT-FILE KEY = PEN-CUSTOMER-ID
               INVALID KEY
                   MOVE "E" TO WS-PROMOTION-TAKEN
           END-START
           PERFORM UNTIL WS-PROMOTION-TAKEN NOT = "N"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "E" TO WS-PROMOTION-TAKEN
                   NOT AT END
                       IF PEN-CUSTOMER-ID NOT = ACCOUNT-CUSTOMER-ID
                           MOVE "E" TO WS-PROMOTION-TAKEN
                       ELSE
                           IF PEN-PROMO-ID = PRM-ID
                               MOVE "Y" TO WS-PROMOTION-TAKEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROMOTION-TAKEN = "Y"
               DISPLAY "CUSTOMER " ACCOUNT-CUSTOMER-ID " HAS ALREADY "
                   "BEEN ENROLLED IN PROMOTION " PRM-ID
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-PROMOTION-MATCH
           .

      *    THE OPENING DEPOSIT ARRIVES AS A REAL POSTING OR NOT AT
      *    ALL: CASH TAKES THE NORMAL DEPOSIT ROUTE (DRAWER AND
      *    ALL), A TRANSFER DEBITS AN EXISTING ACCOUNT WITH THE
                       UNLOCK ACCOUNT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
                   MOVE "D" TO WS-RESTRICT-DIRECTION
                   PERFORM CHECK-ACCOUNT-RESTRICTION
                   IF WS-ACCOUNT-RESTRICTED = "Y"
                       DISPLAY "ACCOUNT OPENED UNFUNDED"
                       UNLOCK ACCOUNT-FILE
                       EXIT PARAGRAPH
                   END-IF
      *            THE AMOUNT IS ENTERED IN THE FUNDING ACCOUNT'S
      *            CURRENCY - THE NEW ACCOUNT IS CREDITED THE
      *            CONVERTED EQUIVALENT, SAME AS ANY OTHER TRANSFER
      *    HOLDER NAMES RESOLVED THROUGH THE CUSTOMER FILE, AND THE
      *    TERMS IN FORCE TODAY FROM THE CENTRAL PARAMETER FILE -
      *    APPENDED TO THE DOCUMENTS OUTPUT FILE, ONE SET PER
      *    ACCOUNT OPENED, AND PUT IN THE CORRESPONDENCE OUTBOX.
       PRINT-WELCOME-DOCUMENTS.
           CALL "MAIL-HOLD-CHECK" USING ACCOUNT-CUSTOMER-ID
               WS-MAIL-HELD WS-MAIL-RETURNED-DATE
           IF WS-MAIL-HELD = "Y"
               MOVE "02_BANKING/held_mail.txt" TO WS-WELCOME-FILENAME
           ELSE
               MOVE "02_BANKING/welcome_documents.txt"
                   TO WS-WELCOME-FILENAME
           END-IF
           OPEN EXTEND WELCOME-FILE
           IF WS-WELCOME-STATUS = "35"
               OPEN OUTPUT WELCOME-FILE
           END-IF
           IF WS-WELCOME-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE WELCOME DOCUMENTS "
                   "FILE - STATUS: " WS-WELCOME-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-MAIL-HELD = "Y"
               MOVE SPACES TO WELCOME-LINE
               STRING "HELD " WS-TODAYS-DATE " CUSTOMER "
                   ACCOUNT-CUSTOMER-ID " MAIL RETURNED SINCE "
                   WS-MAIL-RETURNED-DATE " - WELCOME DOCUMENTS"
                   DELIMITED BY SIZE INTO WELCOME-LINE
               WRITE WELCOME-LINE
           END-IF
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE ACCOUNT-CUSTOMER-ID TO COI-CUSTOMER-ID
           MOVE ACCOUNT-NUMBER TO COI-ACCOUNT
           MOVE "WELC" TO COI-DOC-TYPE
           MOVE "BANKING" TO COI-PRODUCED-BY

           MOVE ALL "=" TO WELCOME-LINE
           PERFORM PUT-WELCOME-LINE
           MOVE SPACES TO WELCOME-LINE
           STRING "WELCOME - ACCOUNT " ACCOUNT-NUMBER
               " OPENED " WS-TODAYS-DATE
               DELIMITED BY SIZE INTO WELCOME-LINE
           PERFORM PUT-WELCOME-LINE

           PERFORM LOOKUP-CUSTOMER-NAME
           MOVE SPACES TO WELCOME-LINE
           STRING "HOLDER:           " WS-CUSTOMER-DISPLAY-NAME
               DELIMITED BY SIZE INTO WELCOME-LINE
           PERFORM PUT-WELCOME-LINE
           IF ACCOUNT-OWNERSHIP-TYPE = "J"
               PERFORM LOOKUP-JOINT-CUSTOMER-NAME
               MOVE SPACES TO WELCOME-LINE
               STRING "JOINT HOLDER:     "
                   WS-JOINT-CUSTOMER-DISPLAY-NAME
                   DELIMITED BY SIZE INTO WELCOME-LINE
               PERFORM PUT-WELCOME-LINE
           END-IF

           MOVE SPACES TO WELCOME-LINE
               ACCOUNT-CURRENCY "   OPENING BALANCE: "
               ACCOUNT-BALANCE
               DELIMITED BY SIZE INTO WELCOME-LINE
           PERFORM PUT-WELCOME-LINE

           MOVE "TERMS THAT APPLY TO THIS ACCOUNT:"
               TO WELCOME-LINE
           PERFORM PUT-WELCOME-LINE
           MOVE SPACES TO WELCOME-LINE
           STRING "  PER-TRANSACTION LIMIT:  "
               WS-PER-TRANSACTION-LIMIT
               DELIMITED BY SIZE INTO WELCOME-LINE
           PERFORM PUT-WELCOME-LINE
           MOVE SPACES TO WELCOME-LINE
           STRING "  DAILY TRANSFER LIMIT:   "
               WS-DAILY-TRANSFER-LIMIT
               DELIMITED BY SIZE INTO WELCOME-LINE
           PERFORM PUT-WELCOME-LINE
           PERFORM LOOKUP-WELCOME-TERMS

           MOVE "SIGNATURE: ______________________  DATE: ________"
               TO WELCOME-LINE
           PERFORM PUT-WELCOME-LINE

           CLOSE WELCOME-FILE
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           IF WS-MAIL-HELD = "Y"
               DISPLAY "*** WELCOME DOCUMENTS HELD - MAIL TO THIS "
                   "CUSTOMER HAS BEEN RETURNED SINCE "
                   WS-MAIL-RETURNED-DATE " ***"
               DISPLAY "*** ASK THE CUSTOMER FOR THEIR CURRENT "
                   "ADDRESS ***"
           ELSE
               DISPLAY "WELCOME DOCUMENT SET WRITTEN TO "
                   "02_BANKING/welcome_documents.txt"
           END-IF
           .

      *    EACH LINE OF THE SET GOES TO THE DOCUMENTS FILE AND INTO
      *    THE OUTBOX ITEM, WHICH IS WRITTEN ONCE THE SET IS DONE
       PUT-WELCOME-LINE.
           WRITE WELCOME-LINE
           IF COI-LINE-COUNT < 20
               ADD 1 TO COI-LINE-COUNT
               MOVE WELCOME-LINE TO COI-LINE(COI-LINE-COUNT)
           END-IF
           .

      *    THE FEE TERMS COME STRAIGHT OFF THE PARAMETER FILE SO
               MOVE SPACES TO WELCOME-LINE
               STRING "  MINIMUM BALANCE:        " WS-PARAM-VALUE
                   DELIMITED BY SIZE INTO WELCOME-LINE
               PERFORM PUT-WELCOME-LINE
           END-IF
           MOVE "MINBAL-FEE-AMOUNT" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAYS-DATE
               MOVE SPACES TO WELCOME-LINE
               STRING "  BELOW-MINIMUM FEE:      " WS-PARAM-VALUE
                   DELIMITED BY SIZE INTO WELCOME-LINE
               PERFORM PUT-WELCOME-LINE
           END-IF
           .

                       " DOES NOT EXISTS"
               END-IF
           ELSE
      *        A LIMIT OR BALANCE CHANGE ON ONE'S OWN ACCOUNT IS
      *        EXACTLY WHAT THE STAFF-ACCOUNT BLOCK IS FOR
               PERFORM CHECK-STAFF-CONFLICT
               IF WS-STAFF-CONFLICT = "Y"
                   UNLOCK ACCOUNT-FILE
                   PERFORM CHECK-FILE-STATUS
                   EXIT PARAGRAPH
               END-IF
               IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
                   DISPLAY "THE ACCOUNT NUMBER " ACCOUNT-NUMBER
                       " IS CLOSED OR CHARGED OFF AND CANNOT BE "
                       "UPDATED"
                   UNLOCK ACCOUNT-FILE
               ELSE
                   MOVE ACCOUNT-CUSTOMER-ID TO WS-AUDIT-OLD-CUSTOMER-ID
      *    LOCKS THE RECORD VIA READ-ACCOUNT-FOR-UPDATE SO A
      *    CLOSURE IN PROGRESS AT ONE TERMINAL CANNOT RACE A DEPOSIT,
      *    WITHDRAWAL, OR TRANSFER TO THE SAME ACCOUNT AT ANOTHER.
      *    AN ACCOUNT WITH MONEY STILL IN IT IS CLOSED AS ONE GUIDED
      *    SETTLEMENT: ANYTHING WITH A CLAIM ON THE FUNDS (LEGAL
      *    ORDERS, HOLDS, OUTSTANDING CHECKS) IS CLEARED OR THE
      *    CLOSURE IS REFUSED, THE INTEREST EARNED TO DATE IS PAID
      *    IN, THE PRODUCT'S CLOSING OR EARLY-CLOSURE FEE IS TAKEN,
      *    AND WHAT IS LEFT IS PAID OUT THE WAY THE CUSTOMER CHOOSES
      *    BEFORE THE STATUS FLIPS TO CLOSED AND A FINAL STATEMENT
      *    IS QUEUED. A DEBIT BALANCE MUST STILL BE PAID OFF FIRST.
       CLOSE-ACCOUNT.
           DISPLAY "CLOSING ACCOUNT"
           DISPLAY "INPUT THE ACCOUNT NUMBER               "
                   DISPLAY "THE ACCOUNT NUMBER " ACCOUNT-NUMBER
                       " DOES NOT EXISTS"
               END-IF
               PERFORM CHECK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "C"
               DISPLAY "THE ACCOUNT NUMBER " ACCOUNT-NUMBER
                   " IS ALREADY CLOSED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE = "G"
               DISPLAY "THE ACCOUNT NUMBER " ACCOUNT-NUMBER
                   " IS A GL CONTROL ACCOUNT AND CANNOT BE CLOSED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STAFF-CONFLICT
           IF WS-STAFF-CONFLICT = "Y"
               DISPLAY "ACCOUNT CLOSURE REFUSED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-BALANCE < 0
               DISPLAY "THE ACCOUNT NUMBER " ACCOUNT-NUMBER
                   " IS OVERDRAWN BY " ACCOUNT-BALANCE
                   " - THE DEBIT MUST BE PAID BEFORE IT CAN BE CLOSED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-CLOSE-ACCOUNT
           MOVE ACCOUNT-CURRENCY TO WS-CLOSE-CURRENCY

           PERFORM CHECK-CLOSING-ENCUMBRANCES
           IF WS-CLOSE-OK = "Y"
               PERFORM WORK-OUT-CLOSING-FEE
           END-IF
           IF WS-CLOSE-OK = "N"
               DISPLAY "ACCOUNT CLOSURE REFUSED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF

      *    THE QUOTE: THE INTEREST FIGURE IS GROSS - ANY BACKUP
      *    WITHHOLDING COMES OFF WHEN IT IS PAID IN BELOW. A FEE
      *    BIGGER THAN THE FUNDS ONLY TAKES WHAT IS THERE, AND A
      *    PROMOTION BONUS TAKEN BACK ONLY WHAT IS LEFT AFTER IT.
           PERFORM READ-ACCRUED-INTEREST
           COMPUTE WS-CLOSE-ESTIMATE = ACCOUNT-BALANCE
               + WS-ACCRUED-AMOUNT - WS-CLOSE-FEE-DUE
           IF WS-CLOSE-ESTIMATE < 0
               COMPUTE WS-CLOSE-FEE-DUE =
                   ACCOUNT-BALANCE + WS-ACCRUED-AMOUNT
               MOVE 0 TO WS-CLOSE-ESTIMATE
           END-IF
           PERFORM WORK-OUT-BONUS-CLAWBACK
           DISPLAY " "
           DISPLAY "---CLOSING SETTLEMENT FOR ACCOUNT "
               ACCOUNT-NUMBER "---"
           DISPLAY "LEDGER BALANCE:                " ACCOUNT-BALANCE
           DISPLAY "INTEREST EARNED TO DATE:       " WS-ACCRUED-AMOUNT
           IF WS-CLOSE-FEE-DUE > 0
               DISPLAY FUNCTION TRIM(WS-CLOSE-FEE-MEMO) ": "
                   WS-CLOSE-FEE-DUE
           END-IF
           IF WS-CLAWBACK-DUE > 0
               DISPLAY "PROMOTION BONUS TAKEN BACK:    "
                   WS-CLAWBACK-DUE
           END-IF
           DISPLAY "ESTIMATED PAYOUT:              " WS-CLOSE-ESTIMATE

      *    THE PAYOUT IS A DEBIT LIKE ANY OTHER - THE PERSON AT THE
      *    COUNTER MUST BE ENTITLED TO IT, AND A LARGE ONE NEEDS A
      *    SUPERVISOR.
           MOVE ACCOUNT-NUMBER TO WS-ACTING-ACCOUNT
           MOVE ACCOUNT-CUSTOMER-ID TO WS-ACTING-OWNER-ID
           MOVE ACCOUNT-JOINT-CUSTOMER-ID TO WS-ACTING-JOINT-ID
           MOVE ACCOUNT-OWNERSHIP-TYPE TO WS-ACTING-OWNERSHIP
           MOVE WS-CLOSE-ESTIMATE TO WS-ACTING-AMOUNT
           PERFORM CHECK-ACTING-PARTY
           IF WS-ACTING-OK = "N"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-ESTIMATE TO WS-TRANSACTION-AMOUNT
           PERFORM CHECK-SUPERVISOR-APPROVAL
           IF WS-SUPERVISOR-APPROVED = "N"
               DISPLAY "NO VERIFIED SUPERVISOR APPROVAL - ACCOUNT "
                   "CLOSURE REFUSED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CLOSE-OK
           IF WS-CLOSE-ESTIMATE > 0
               PERFORM ACCEPT-CLOSING-PAYOUT
           END-IF
           IF WS-CLOSE-OK = "N"
               DISPLAY "ACCOUNT CLOSURE CANCELLED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRM CLOSE ACCOUNT "
               ACCOUNT-NUMBER " (Y/N):"
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ACCOUNT CLOSURE CANCELLED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM RELEASE-CLOSING-ENCUMBRANCES
           PERFORM PAY-ACCRUED-INTEREST-AT-CLOSE
           PERFORM POST-CLOSING-FEE
           PERFORM POST-BONUS-CLAWBACK
           MOVE "Y" TO WS-CLOSE-PAID
           IF ACCOUNT-BALANCE > 0
               MOVE ACCOUNT-BALANCE TO WS-CLOSE-PAYOUT-AMOUNT
               MOVE "N" TO WS-CLOSE-PAID
               EVALUATE WS-CLOSE-PAYOUT
                   WHEN "1"
                       PERFORM PAY-CLOSING-CASH
                   WHEN "2"
                       PERFORM PAY-CLOSING-TRANSFER
                   WHEN "3"
                       PERFORM PAY-CLOSING-EXTERNAL
                   WHEN "4"
                       PERFORM PAY-CLOSING-CASHIERS-CHECK
                   WHEN OTHER
      *                THE QUOTE SAID NOTHING WOULD BE LEFT, BUT
      *                WITHHOLDING CAME IN LOWER - PAY THE CHANGE
      *                ACROSS THE COUNTER
                       PERFORM PAY-CLOSING-CASH
               END-EVALUATE
           END-IF
           IF WS-CLOSE-PAID = "N"
               DISPLAY "*** THE PAYOUT DID NOT COMPLETE - ACCOUNT "
                   WS-CLOSE-ACCOUNT " IS LEFT OPEN ***"
               UNLOCK ACCOUNT-FILE
               PERFORM CHECK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-ACCOUNT-FOUND = "N"
               DISPLAY "*** COULD NOT REREAD ACCOUNT "
                   WS-CLOSE-ACCOUNT " - IT IS LEFT OPEN ***"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-BALANCE NOT = 0
               DISPLAY "THE ACCOUNT NUMBER " ACCOUNT-NUMBER
                   " STILL HAS A BALANCE OF " ACCOUNT-BALANCE
                   " AND IS LEFT OPEN"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUSTOMER-ID TO WS-AUDIT-OLD-CUSTOMER-ID
           MOVE ACCOUNT-BALANCE TO WS-AUDIT-OLD-BALANCE
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-AUDIT-OLD-OVERDRAFT
           MOVE ACCOUNT-STATUS TO WS-AUDIT-OLD-STATUS
           MOVE "C" TO ACCOUNT-STATUS
           REWRITE ACCOUNT-RECORD
           IF WS-STATUS = "00"
      *        CLOSURES GO THROUGH THE SAME AUDIT TRAIL AS ADDS AND
      *        UPDATES - THE DAILY DASHBOARD COUNTS THEM FROM HERE
               MOVE "CLOSE" TO WS-AUDIT-ACTION
               PERFORM LOG-ACCOUNT-AUDIT-ENTRY
               DISPLAY "ACCOUNT " ACCOUNT-NUMBER " IS NOW CLOSED"
               PERFORM QUEUE-FINAL-STATEMENT
           END-IF
           PERFORM CHECK-FILE-STATUS
           UNLOCK ACCOUNT-FILE
       .

      *    A LEGAL ORDER CAN ONLY BE ENDED BY THE BACK OFFICE, AND
      *    UNCOLLECTED CHECK FUNDS CANNOT BE PAID OUT, SO EITHER ONE
      *    REFUSES THE CLOSURE. AUTHORIZATION HOLDS AND CHECKS STILL
      *    OUTSTANDING ON THE REGISTER ARE LISTED, AND THE TELLER
      *    AGREES TO RELEASE / STOP THEM AT CLOSING OR THE CLOSURE
      *    IS REFUSED, AS IS A DEBIT RESTRICTION STILL IN FORCE.
      *    NOTHING IS CHANGED HERE - SEE
      *    RELEASE-CLOSING-ENCUMBRANCES. ACCOUNT-RECORD IS NOT
      *    TOUCHED.
       CHECK-CLOSING-ENCUMBRANCES.
           MOVE "Y" TO WS-CLOSE-OK
           CALL "BUSINESS-DATE" USING WS-TODAYS-DATE
           IF WS-LEGAL-FILE-OPEN = "Y"
               MOVE "N" TO WS-CLOSE-EOF
               MOVE 0 TO LGL-ORDER-ID
               START LEGAL-ORDER-FILE KEY >= LGL-ORDER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-CLOSE-EOF
               END-START
               PERFORM UNTIL WS-CLOSE-EOF = "Y"
                   READ LEGAL-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CLOSE-EOF
                       NOT AT END
                           IF LGL-ACCOUNT = WS-CLOSE-ACCOUNT
                               AND LGL-STATUS = "A"
                               DISPLAY "LEGAL ORDER " LGL-ORDER-ID
                                   " (" FUNCTION TRIM(LGL-AUTHORITY)
                                   ") RESTRAINS "
                                   LGL-RESTRAINED-AMOUNT
                                   " - IT MUST BE REMITTED OR "
                                   "RELEASED FIRST"
                               MOVE "N" TO WS-CLOSE-OK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

      *    PAYING THE BALANCE OUT IS A DEBIT LIKE ANY OTHER
           MOVE WS-CLOSE-ACCOUNT TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "THE RESTRICTION MUST BE LIFTED BEFORE THE "
                   "ACCOUNT CAN BE CLOSED"
               MOVE "N" TO WS-CLOSE-OK
           END-IF

           MOVE 0 TO WS-CLOSE-HOLD-COUNT
           MOVE "N" TO WS-CLOSE-EOF
           MOVE 0 TO HOLD-ID
           START HOLDS-FILE KEY >= HOLD-ID
               INVALID KEY
                   MOVE "Y" TO WS-CLOSE-EOF
           END-START
           PERFORM UNTIL WS-CLOSE-EOF = "Y"
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLOSE-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT = WS-CLOSE-ACCOUNT
                           AND HOLD-STATUS = "A"
                           AND HOLD-EXPIRY-DATE >= WS-TODAYS-DATE
                           IF HOLD-REASON = "CHECK HOLD"
                               DISPLAY "UNCOLLECTED CHECK FUNDS OF "
                                   HOLD-AMOUNT " ARE HELD UNTIL "
                                   HOLD-EXPIRY-DATE " (HOLD "
                                   HOLD-ID ") - NOT PAYABLE YET"
                               MOVE "N" TO WS-CLOSE-OK
                           ELSE
                               DISPLAY "HOLD " HOLD-ID " "
                                   HOLD-REASON " " HOLD-AMOUNT
                                   " EXPIRES " HOLD-EXPIRY-DATE
                               ADD 1 TO WS-CLOSE-HOLD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLOSE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-CLOSE-HOLD-COUNT > 0
               DISPLAY "RELEASE THESE " WS-CLOSE-HOLD-COUNT
                   " HOLDS AT CLOSING? (Y/N):"
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   MOVE "N" TO WS-CLOSE-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM COUNT-OUTSTANDING-CHECKS
           IF WS-CLOSE-CHECK-COUNT > 0
               DISPLAY WS-CLOSE-CHECK-COUNT " CHECKS ARE STILL "
                   "OUTSTANDING ON THE REGISTER"
               DISPLAY "STOP PAYMENT ON ALL OF THEM AT CLOSING? "
                   "(Y/N):"
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   MOVE "N" TO WS-CLOSE-OK
               END-IF
           END-IF
           .

       COUNT-OUTSTANDING-CHECKS.
           MOVE 0 TO WS-CLOSE-CHECK-COUNT
           MOVE "N" TO WS-CLOSE-EOF
           MOVE WS-CLOSE-ACCOUNT TO CHK-ACCOUNT
           MOVE 0 TO CHK-NUMBER
           START CHECK-FILE KEY >= CHK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLOSE-EOF
           END-START
           PERFORM UNTIL WS-CLOSE-EOF = "Y"
               READ CHECK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLOSE-EOF
                   NOT AT END
                       IF CHK-ACCOUNT NOT = WS-CLOSE-ACCOUNT
                           MOVE "Y" TO WS-CLOSE-EOF
                       ELSE
                           IF CHK-STATUS = "I"
                               ADD 1 TO WS-CLOSE-CHECK-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE TELLER HAS CONFIRMED THE CLOSURE: AUTHORIZATION HOLDS
      *    ARE RELEASED, OUTSTANDING CHECKS STOPPED, AND SAVINGS
      *    GOALS RELEASED - THE WHOLE BALANCE IS ABOUT TO BE PAID
      *    OUT, SO NOTHING MAY STILL EARMARK PART OF IT.
       RELEASE-CLOSING-ENCUMBRANCES.
           MOVE "N" TO WS-CLOSE-EOF
           MOVE 0 TO HOLD-ID
           START HOLDS-FILE KEY >= HOLD-ID
               INVALID KEY
                   MOVE "Y" TO WS-CLOSE-EOF
           END-START
           PERFORM UNTIL WS-CLOSE-EOF = "Y"
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLOSE-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT = WS-CLOSE-ACCOUNT
                           AND HOLD-STATUS = "A"
                           MOVE "R" TO HOLD-STATUS
                           REWRITE HOLD-RECORD
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO WS-CLOSE-EOF
           MOVE WS-CLOSE-ACCOUNT TO CHK-ACCOUNT
           MOVE 0 TO CHK-NUMBER
           START CHECK-FILE KEY >= CHK-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLOSE-EOF
           END-START
           PERFORM UNTIL WS-CLOSE-EOF = "Y"
               READ CHECK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLOSE-EOF
                   NOT AT END
                       IF CHK-ACCOUNT NOT = WS-CLOSE-ACCOUNT
                           MOVE "Y" TO WS-CLOSE-EOF
                       ELSE
                           IF CHK-STATUS = "I"
                               MOVE "S" TO CHK-STATUS
                               REWRITE CHECK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-GOAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CLOSE-EOF
           MOVE WS-CLOSE-ACCOUNT TO GOAL-ACCOUNT
           MOVE LOW-VALUES TO GOAL-LABEL
           START GOAL-FILE KEY >= GOAL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CLOSE-EOF
           END-START
           PERFORM UNTIL WS-CLOSE-EOF = "Y"
               READ GOAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLOSE-EOF
                   NOT AT END
                       IF GOAL-ACCOUNT NOT = WS-CLOSE-ACCOUNT
                           MOVE "Y" TO WS-CLOSE-EOF
                       ELSE
                           IF GOAL-ACTIVE = "Y"
                               MOVE "R" TO GOAL-ACTIVE
                               REWRITE GOAL-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    A TERM DEPOSIT BROKEN BEFORE MATURITY PAYS THE USUAL
      *    EARLY-WITHDRAWAL PENALTY ON ITS WHOLE BALANCE. ANY OTHER
      *    ACCOUNT PAYS THE EARLY-CLOSURE FEE IF IT IS CLOSED INSIDE
      *    THE EARLY-CLOSE-DAYS WINDOW FROM ITS OPENING, OTHERWISE
      *    THE ORDINARY CLOSING FEE - EACH THE PRODUCT'S OWN ROW
      *    WHEN IT HAS ONE. THE OPENING DATE IS THE ACCOUNT'S "ADD"
      *    ROW ON THE AUDIT MASTER; AN ACCOUNT OPENED BEFORE THE
      *    AUDIT MASTER EXISTED IS PAST ANY EARLY WINDOW.
       WORK-OUT-CLOSING-FEE.
           MOVE 0 TO WS-CLOSE-FEE-DUE
           MOVE 0 TO WS-TERM-PENALTY
           IF ACCOUNT-TYPE = "T"
               MOVE ACCOUNT-BALANCE TO WS-TELLER-AMOUNT
               PERFORM CHECK-EARLY-WITHDRAWAL
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "THE TERM DEPOSIT RUNS TO MATURITY"
                   MOVE "N" TO WS-CLOSE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TERM-PENALTY TO WS-CLOSE-FEE-DUE
               MOVE "EARLY WITHDRAWAL PENALTY" TO WS-CLOSE-FEE-MEMO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CLOSE-FEE TO WS-CLOSE-APPLIED-FEE
           MOVE WS-EARLY-CLOSE-FEE TO WS-CLOSE-APPLIED-EARLY
           IF ACCOUNT-PRODUCT-CODE NOT = SPACES
               AND WS-PRODUCT-FILE-OPEN = "Y"
               MOVE ACCOUNT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE SPACES TO PROD-PARAM-SUFFIX
               END-READ
               IF PROD-PARAM-SUFFIX NOT = SPACES
                   MOVE 0 TO WS-PARAM-LOOKUP-AMOUNT
                   MOVE SPACES TO WS-PARAM-NAME
                   STRING "CLOSE-FEE-" PROD-PARAM-SUFFIX
                       DELIMITED BY SIZE INTO WS-PARAM-NAME
                   CALL "BANK-PARAMETERS" USING WS-PARAM-NAME
                       WS-TODAYS-DATE WS-PARAM-LOOKUP-AMOUNT
                       WS-PARAM-VALUE WS-PARAM-FOUND
                   IF WS-PARAM-FOUND = "Y"
                       MOVE WS-PARAM-VALUE TO WS-CLOSE-APPLIED-FEE
                   END-IF
                   MOVE SPACES TO WS-PARAM-NAME
                   STRING "EARLY-CLOSE-FEE-" PROD-PARAM-SUFFIX
                       DELIMITED BY SIZE INTO WS-PARAM-NAME
                   CALL "BANK-PARAMETERS" USING WS-PARAM-NAME
                       WS-TODAYS-DATE WS-PARAM-LOOKUP-AMOUNT
                       WS-PARAM-VALUE WS-PARAM-FOUND
                   IF WS-PARAM-FOUND = "Y"
                       MOVE WS-PARAM-VALUE TO WS-CLOSE-APPLIED-EARLY
                   END-IF
               END-IF
           END-IF

           MOVE WS-CLOSE-APPLIED-FEE TO WS-CLOSE-FEE-DUE
           MOVE "CLOSING FEE" TO WS-CLOSE-FEE-MEMO
           PERFORM FIND-ACCOUNT-OPEN-DATE
           IF WS-CLOSE-OPEN-DATE NOT = 0
               COMPUTE WS-CLOSE-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAYS-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-CLOSE-OPEN-DATE)
               IF WS-CLOSE-AGE-DAYS < WS-EARLY-CLOSE-DAYS
                   MOVE WS-CLOSE-APPLIED-EARLY TO WS-CLOSE-FEE-DUE
                   MOVE "EARLY CLOSURE FEE" TO WS-CLOSE-FEE-MEMO
                   DISPLAY "ACCOUNT OPENED " WS-CLOSE-OPEN-DATE
                       " - CLOSED INSIDE THE " WS-EARLY-CLOSE-DAYS
                       "-DAY EARLY-CLOSURE WINDOW"
               END-IF
           END-IF
           .

       FIND-ACCOUNT-OPEN-DATE.
           MOVE 0 TO WS-CLOSE-OPEN-DATE
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AUDIT-MASTER-EOF
           MOVE 0 TO AUD-ID
           START AUDIT-MASTER-FILE KEY >= AUD-ID
               INVALID KEY
                   MOVE "Y" TO WS-AUDIT-MASTER-EOF
           END-START
           PERFORM UNTIL WS-AUDIT-MASTER-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDIT-MASTER-EOF
                   NOT AT END
                       IF AUD-ACCOUNT = WS-CLOSE-ACCOUNT
                           AND AUD-ACTION = "ADD"
                           MOVE AUD-DATE TO WS-CLOSE-OPEN-DATE
                           MOVE "Y" TO WS-AUDIT-MASTER-EOF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-AUDIT-MASTER-STATUS
           .

      *    HOW THE BALANCE LEAVES THE BANK, CHOSEN AND VALIDATED
      *    BEFORE ANYTHING POSTS. ON EXIT THE CLOSING ACCOUNT IS
      *    LOCKED AND IN ACCOUNT-RECORD AGAIN.
       ACCEPT-CLOSING-PAYOUT.
           DISPLAY "PAY THE BALANCE OUT BY:"
           DISPLAY "    1. CASH"
           DISPLAY "    2. TRANSFER TO ANOTHER ACCOUNT AT THIS BANK"
           DISPLAY "    3. EXTERNAL TRANSFER (ANOTHER BANK)"
           DISPLAY "    4. CASHIER'S CHECK"
           ACCEPT WS-CLOSE-PAYOUT
           EVALUATE WS-CLOSE-PAYOUT
               WHEN "1"
                   CONTINUE
               WHEN "2"
                   PERFORM ACCEPT-CLOSING-DESTINATION
               WHEN "3"
                   PERFORM ACCEPT-EXTERNAL-DESTINATION
                   IF WS-EXT-BANK-OK = "N"
                       MOVE "N" TO WS-CLOSE-OK
                   ELSE
                       MOVE ACCOUNT-NUMBER TO WS-COOLING-ACCOUNT
                       MOVE ACCOUNT-CUSTOMER-ID TO WS-COOLING-CUSTOMER
                       MOVE ACCOUNT-JOINT-CUSTOMER-ID
                           TO WS-COOLING-JOINT
                       MOVE "XT" TO WS-COOLING-ACTION
                       PERFORM CHECK-CONTACT-COOLING-OFF
                       IF WS-COOLING-APPROVED = "N"
                           MOVE "N" TO WS-CLOSE-OK
                       END-IF
                   END-IF
               WHEN "4"
                   PERFORM ACCEPT-CLOSING-INSTRUMENT
               WHEN OTHER
                   DISPLAY "---INVALID OPTION---"
                   MOVE "N" TO WS-CLOSE-OK
           END-EVALUATE
           .

       ACCEPT-CLOSING-DESTINATION.
           DISPLAY "TRANSFER TO ACCOUNT NUMBER:    "
               WITH NO ADVANCING
           ACCEPT WS-CLOSE-DEST-ACCOUNT
           MOVE WS-CLOSE-DEST-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO ACCOUNT WITH NUMBER "
                       WS-CLOSE-DEST-ACCOUNT
                   MOVE "N" TO WS-CLOSE-OK
               NOT INVALID KEY
                   IF WS-CLOSE-DEST-ACCOUNT = WS-CLOSE-ACCOUNT
                       OR ACCOUNT-STATUS NOT = "A"
                       OR ACCOUNT-TYPE = "G"
                       DISPLAY "ACCOUNT " WS-CLOSE-DEST-ACCOUNT
                           " CANNOT RECEIVE THE CLOSING BALANCE"
                       MOVE "N" TO WS-CLOSE-OK
                   END-IF
                   IF ACCOUNT-CURRENCY NOT = WS-CLOSE-CURRENCY
                       DISPLAY "ACCOUNT " WS-CLOSE-DEST-ACCOUNT
                           " IS HELD IN " ACCOUNT-CURRENCY
                           " - PAY OUT IN " WS-CLOSE-CURRENCY
                           " ANOTHER WAY"
                       MOVE "N" TO WS-CLOSE-OK
                   END-IF
           END-READ
           MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           .

      *    THE CHECK COMES OFF THIS TELLER'S BRANCH STOCK AND IS
      *    MADE OUT TO THE ACCOUNT HOLDER UNLESS A PAYEE IS GIVEN.
       ACCEPT-CLOSING-INSTRUMENT.
           MOVE WS-BRANCH-CODE TO WS-CLOSE-INST-BRANCH
           DISPLAY "CASHIER'S CHECK SERIAL (BRANCH "
               WS-CLOSE-INST-BRANCH "):"
               WITH NO ADVANCING
           ACCEPT WS-CLOSE-INST-SERIAL
           OPEN INPUT INSTRUMENT-FILE
           IF WS-INSTRUMENT-STATUS NOT = "00"
               DISPLAY "*** NO INSTRUMENT STOCK ON FILE - LOAD IT "
                   "WITH OFFICIAL-INSTRUMENTS FIRST ***"
               MOVE "N" TO WS-CLOSE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-INST-BRANCH TO INST-BRANCH
           MOVE WS-CLOSE-INST-SERIAL TO INST-SERIAL
           READ INSTRUMENT-FILE
               INVALID KEY
                   DISPLAY "NO SUCH SERIAL ON THE STOCK FILE"
                   MOVE "N" TO WS-CLOSE-OK
               NOT INVALID KEY
                   IF INST-STATUS NOT = "S"
                       DISPLAY "SERIAL " INST-SERIAL " IS STATUS "
                           INST-STATUS " - ONLY BLANK STOCK ISSUES"
                       MOVE "N" TO WS-CLOSE-OK
                   END-IF
           END-READ
           CLOSE INSTRUMENT-FILE
           IF WS-CLOSE-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-CUSTOMER-NAME
           DISPLAY "PAYEE NAME (BLANK = "
               FUNCTION TRIM(WS-CUSTOMER-DISPLAY-NAME) "):"
               WITH NO ADVANCING
           ACCEPT WS-CLOSE-PAYEE
           IF WS-CLOSE-PAYEE = SPACES
               MOVE WS-CUSTOMER-DISPLAY-NAME TO WS-CLOSE-PAYEE
           END-IF
           .

      *    THE FEE IS ITS OWN POSTING TO FEE INCOME, CAPPED AT WHAT
      *    IS IN THE ACCOUNT AFTER THE INTEREST WENT IN. A TERM
      *    DEPOSIT'S PENALTY GOES THROUGH POST-TERM-PENALTY LIKE ANY
      *    EARLY WITHDRAWAL.
       POST-CLOSING-FEE.
           IF WS-CLOSE-FEE-DUE > ACCOUNT-BALANCE
               MOVE ACCOUNT-BALANCE TO WS-CLOSE-FEE-DUE
           END-IF
           IF WS-CLOSE-FEE-DUE = 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-CLOSE-FEE-DUE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-STATUS NOT = "00"
               DISPLAY "*** COULD NOT TAKE THE "
                   FUNCTION TRIM(WS-CLOSE-FEE-MEMO) " - STATUS: "
                   WS-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE = "T"
               MOVE WS-CLOSE-FEE-DUE TO WS-TERM-PENALTY
               PERFORM POST-TERM-PENALTY
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
           MOVE GL-FEE-INCOME-ACCOUNT TO TO-ACCOUNT
           MOVE WS-CLOSE-FEE-DUE TO TRANSACTION-AMOUNT
           MOVE "F" TO TRANSACTION-TYPE
           MOVE WS-CLOSE-FEE-MEMO TO WS-TRANSACTION-MEMO
           PERFORM WRITE-TELLER-TRANSACTION
           MOVE GL-FEE-INCOME-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** FEE INCOME CONTROL ACCOUNT MISSING "
                       "- RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD WS-CLOSE-FEE-DUE TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           DISPLAY FUNCTION TRIM(WS-CLOSE-FEE-MEMO) " OF "
               WS-CLOSE-FEE-DUE " TAKEN"
           .

      *    A PROMOTION BONUS PAID TO AN ACCOUNT THAT CLOSES INSIDE ITS
      *    CLAWBACK PERIOD IS TAKEN BACK FROM THE CLOSING FUNDS - AS
      *    MUCH OF IT AS THE FUNDS COVER AFTER THE CLOSING FEE.
       WORK-OUT-BONUS-CLAWBACK.
           MOVE 0 TO WS-CLAWBACK-DUE
           MOVE SPACES TO WS-CLAWBACK-PROMO
           MOVE WS-CLOSE-ACCOUNT TO PEN-ACCOUNT
           READ ENROLLMENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PEN-STATUS NOT = "P"
               OR WS-TODAYS-DATE > PEN-CLAWBACK-UNTIL
               EXIT PARAGRAPH
           END-IF
           MOVE PEN-PROMO-ID TO WS-CLAWBACK-PROMO
           IF PEN-BONUS-AMOUNT > WS-CLOSE-ESTIMATE
               MOVE WS-CLOSE-ESTIMATE TO WS-CLAWBACK-DUE
           ELSE
               MOVE PEN-BONUS-AMOUNT TO WS-CLAWBACK-DUE
           END-IF
           SUBTRACT WS-CLAWBACK-DUE FROM WS-CLOSE-ESTIMATE
           .

      *    THE CLAWBACK GOES BACK TO MARKETING EXPENSE, WHERE THE
      *    BONUS CAME FROM, AND THE ENROLMENT IS MARKED TAKEN BACK -
      *    EVEN WHEN THE FUNDS ONLY COVERED PART OF IT, SO THE
      *    RESULTS REPORT SHOWS THE SHORTFALL.
       POST-BONUS-CLAWBACK.
           IF WS-CLAWBACK-PROMO = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CLAWBACK-DUE > ACCOUNT-BALANCE
               MOVE ACCOUNT-BALANCE TO WS-CLAWBACK-DUE
           END-IF
           IF WS-CLAWBACK-DUE > 0
               SUBTRACT WS-CLAWBACK-DUE FROM ACCOUNT-BALANCE
               REWRITE ACCOUNT-RECORD
               IF WS-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT TAKE BACK THE PROMOTION "
                       "BONUS - STATUS: " WS-STATUS " ***"
                   EXIT PARAGRAPH
               END-IF
               MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
               MOVE GL-MARKETING-EXPENSE-ACCOUNT TO TO-ACCOUNT
               MOVE WS-CLAWBACK-DUE TO TRANSACTION-AMOUNT
               MOVE "T" TO TRANSACTION-TYPE
               MOVE SPACES TO WS-TRANSACTION-MEMO
               STRING "PROMO CLAWBACK:" WS-CLAWBACK-PROMO
                   DELIMITED BY SIZE INTO WS-TRANSACTION-MEMO
               PERFORM WRITE-TELLER-TRANSACTION
               MOVE GL-MARKETING-EXPENSE-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "*** MARKETING EXPENSE CONTROL ACCOUNT "
                           "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
                   NOT INVALID KEY
                       ADD WS-CLAWBACK-DUE TO ACCOUNT-BALANCE
                       REWRITE ACCOUNT-RECORD
               END-READ
               MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
               PERFORM READ-ACCOUNT-FOR-UPDATE
           END-IF
           MOVE WS-CLOSE-ACCOUNT TO PEN-ACCOUNT
           READ ENROLLMENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "R" TO PEN-STATUS
           MOVE WS-TODAYS-DATE TO PEN-CLAWBACK-DATE
           MOVE WS-CLAWBACK-DUE TO PEN-CLAWBACK-AMOUNT
           REWRITE PROMO-ENROLLMENT-RECORD
           DISPLAY "PROMOTION " WS-CLAWBACK-PROMO " BONUS OF "
               WS-CLAWBACK-DUE " TAKEN BACK"
           .

      *    CASH ACROSS THE COUNTER - A NORMAL WITHDRAWAL, SO IT GOES
      *    THROUGH THE TELLER'S DRAWER.
       PAY-CLOSING-CASH.
           SUBTRACT WS-CLOSE-PAYOUT-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
           MOVE ACCOUNT-NUMBER TO TO-ACCOUNT
           MOVE WS-CLOSE-PAYOUT-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "W" TO TRANSACTION-TYPE
           MOVE "CLOSING PAYOUT - CASH" TO WS-TRANSACTION-MEMO
           PERFORM WRITE-TELLER-TRANSACTION
           MOVE "Y" TO WS-CLOSE-PAID
           DISPLAY "PAY " WS-CLOSE-PAYOUT-AMOUNT
               " IN CASH TO THE CUSTOMER"
           .

       PAY-CLOSING-TRANSFER.
           SUBTRACT WS-CLOSE-PAYOUT-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           UNLOCK ACCOUNT-FILE
           MOVE WS-CLOSE-DEST-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-ACCOUNT-FOUND = "N"
               DISPLAY "*** COULD NOT CREDIT ACCOUNT "
                   WS-CLOSE-DEST-ACCOUNT " - ROLLING BACK ***"
               MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
               PERFORM READ-ACCOUNT-FOR-UPDATE
               IF WS-ACCOUNT-FOUND = "Y"
                   ADD WS-CLOSE-PAYOUT-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD WS-CLOSE-PAYOUT-AMOUNT TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           PERFORM CHECK-FILE-STATUS
           UNLOCK ACCOUNT-FILE
           MOVE WS-CLOSE-ACCOUNT TO FROM-ACCOUNT
           MOVE WS-CLOSE-DEST-ACCOUNT TO TO-ACCOUNT
           MOVE WS-CLOSE-PAYOUT-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE "CLOSING PAYOUT - TRANSFER" TO WS-TRANSACTION-MEMO
           PERFORM WRITE-TELLER-TRANSACTION
           MOVE "Y" TO WS-CLOSE-PAID
           DISPLAY WS-CLOSE-PAYOUT-AMOUNT " TRANSFERRED TO ACCOUNT "
               WS-CLOSE-DEST-ACCOUNT
           MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           .

      *    THE SAME DEBIT-AND-QUEUE AS A TELLER EXTERNAL TRANSFER -
      *    THE HOLDS ARE ALREADY RELEASED, SO NOTHING IS NETTED OFF.
       PAY-CLOSING-EXTERNAL.
           UNLOCK ACCOUNT-FILE
           MOVE WS-CLOSE-ACCOUNT TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           MOVE "X" TO WS-RESTRICT-CHANNEL
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "PAY THE BALANCE OUT ANOTHER WAY"
               MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
               PERFORM READ-ACCOUNT-FOR-UPDATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-ACCOUNT TO SENDER-ACCOUNT-NUMBER
           MOVE WS-CLOSE-PAYOUT-AMOUNT TO WS-TRANSACTION-AMOUNT
           MOVE 0 TO WS-ACTIVE-HOLDS-TOTAL
           MOVE "N" TO WS-URGENT-WIRE
           MOVE SPACES TO WS-TRANSACTION-MEMO
           STRING "EXT:" WS-EXT-DEST-BANK
               "/ACC:" WS-EXT-DEST-ACCOUNT
               DELIMITED BY SIZE INTO WS-TRANSACTION-MEMO
           PERFORM POST-EXTERNAL-TRANSFER
           IF WS-TRANSACTION-POSTED = "Y"
               MOVE "Y" TO WS-CLOSE-PAID
           END-IF
           MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           .

      *    ISSUED EXACTLY AS OFFICIAL-INSTRUMENTS ISSUES ONE: THE
      *    MONEY MOVES TO THE OFFICIAL CHECKS CONTROL ACCOUNT AND
      *    THE SERIAL BECOMES AN OUTSTANDING LIABILITY THAT DESK
      *    PAYS, STOPS OR STALE-DATES FROM HERE ON. NO CASH CROSSES
      *    THE COUNTER, SO IT POSTS AS A TRANSFER, NOT A DRAWER
      *    WITHDRAWAL.
       PAY-CLOSING-CASHIERS-CHECK.
           OPEN I-O INSTRUMENT-FILE
           IF WS-INSTRUMENT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE INSTRUMENT FILE - "
                   "STATUS: " WS-INSTRUMENT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-INST-BRANCH TO INST-BRANCH
           MOVE WS-CLOSE-INST-SERIAL TO INST-SERIAL
           READ INSTRUMENT-FILE
               INVALID KEY
                   MOVE "X" TO INST-STATUS
           END-READ
           IF INST-STATUS NOT = "S"
               DISPLAY "*** SERIAL " WS-CLOSE-INST-SERIAL " IS NO "
                   "LONGER BLANK STOCK ***"
               CLOSE INSTRUMENT-FILE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-CLOSE-PAYOUT-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-STATUS NOT = "00"
               CLOSE INSTRUMENT-FILE
               EXIT PARAGRAPH
           END-IF
           UNLOCK ACCOUNT-FILE
           MOVE GL-OFFICIAL-CHECKS-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-ACCOUNT-FOUND = "N"
               DISPLAY "*** OFFICIAL CHECKS CONTROL ACCOUNT "
                   "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
           ELSE
               ADD WS-CLOSE-PAYOUT-AMOUNT TO ACCOUNT-BALANCE
               REWRITE ACCOUNT-RECORD
               UNLOCK ACCOUNT-FILE
           END-IF
           MOVE WS-CLOSE-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-OFFICIAL-CHECKS-ACCOUNT TO TO-ACCOUNT
           MOVE WS-CLOSE-PAYOUT-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE SPACES TO WS-TRANSACTION-MEMO
           STRING "OFCK:" WS-CLOSE-INST-SERIAL "/ISSUED"
               DELIMITED BY SIZE INTO WS-TRANSACTION-MEMO
           PERFORM WRITE-TELLER-TRANSACTION

           MOVE "C" TO INST-TYPE
           MOVE "I" TO INST-STATUS
           MOVE WS-CLOSE-PAYOUT-AMOUNT TO INST-AMOUNT
           MOVE WS-CLOSE-ACCOUNT TO INST-PURCHASER-ACCOUNT
           MOVE WS-CLOSE-PAYEE TO INST-PAYEE-NAME
           CALL "BUSINESS-DATE" USING INST-ISSUE-DATE
           REWRITE INSTRUMENT-RECORD
           IF WS-INSTRUMENT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO MARK SERIAL "
                   WS-CLOSE-INST-SERIAL " ISSUED - STATUS: "
                   WS-INSTRUMENT-STATUS " ***"
           END-IF
           CLOSE INSTRUMENT-FILE
           MOVE "Y" TO WS-CLOSE-PAID
           DISPLAY "CASHIER'S CHECK " WS-CLOSE-INST-SERIAL " ISSUED "
               "FOR " WS-CLOSE-PAYOUT-AMOUNT " PAYABLE TO "
               FUNCTION TRIM(WS-CLOSE-PAYEE)
           MOVE WS-CLOSE-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           .

      *    FLAGS THE ACCOUNT'S STATEMENT CYCLE FOR ONE LAST
      *    STATEMENT, DUE TODAY - THE NEXT STATEMENT-CYCLE RUN CUTS
      *    IT THROUGH THE CLOSING DATE AND THEN CANCELS THE CYCLE.
      *    AN ACCOUNT NEVER ENROLLED GETS A ROW JUST FOR IT.
       QUEUE-FINAL-STATEMENT.
           OPEN I-O STATEMENT-CYCLE-FILE
           IF WS-CYCLE-STATUS = "35"
               OPEN OUTPUT STATEMENT-CYCLE-FILE
               CLOSE STATEMENT-CYCLE-FILE
               OPEN I-O STATEMENT-CYCLE-FILE
           END-IF
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT QUEUE THE FINAL STATEMENT - "
                   "STATUS: " WS-CYCLE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-ACCOUNT TO STMT-CYCLE-ACCOUNT
           READ STATEMENT-CYCLE-FILE
               INVALID KEY
                   MOVE 30 TO STMT-CYCLE-FREQUENCY-DAYS
                   MOVE 0 TO STMT-CYCLE-LAST-STATEMENT-DATE
                   MOVE "F" TO STMT-CYCLE-STATUS
                   CALL "BUSINESS-DATE"
                       USING STMT-CYCLE-NEXT-DUE-DATE
                   WRITE STATEMENT-CYCLE-RECORD
               NOT INVALID KEY
                   MOVE "F" TO STMT-CYCLE-STATUS
                   CALL "BUSINESS-DATE"
                       USING STMT-CYCLE-NEXT-DUE-DATE
                   REWRITE STATEMENT-CYCLE-RECORD
           END-READ
           IF WS-CYCLE-STATUS = "00"
               DISPLAY "FINAL STATEMENT QUEUED"
           ELSE
               DISPLAY "*** COULD NOT QUEUE THE FINAL STATEMENT - "
                   "STATUS: " WS-CYCLE-STATUS " ***"
           END-IF
           CLOSE STATEMENT-CYCLE-FILE
           .

      *    LOOKS UP THE ACCRUED-TO-DATE FIGURE FOR ACCOUNT-NUMBER
      *    INTO WS-ACCRUED-AMOUNT - ZERO WHEN THE ACCOUNT HAS NO ROW
      *    OR NOTHING HAS ACCRUED YET. ACCOUNT-RECORD IS LEFT ALONE.
       READ-ACCRUED-INTEREST.
           MOVE 0 TO WS-ACCRUED-AMOUNT
           OPEN INPUT ACCRUED-INTEREST-FILE
           IF WS-ACCRUED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO ACCR-ACCOUNT
           READ ACCRUED-INTEREST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCR-ACCRUED-TO-DATE TO WS-ACCRUED-AMOUNT
           END-READ
           CLOSE ACCRUED-INTEREST-FILE
           .

      *    A MID-MONTH CLOSURE MUST NOT FORFEIT WHAT THE ACCOUNT HAS
      *    EARNED SINCE THE LAST CAPITALIZATION: THE ACCRUAL IS PAID
      *    IN NOW, EXACTLY AS INTEREST-CAPITALIZATION WOULD AT MONTH
      *    END - GROSS AS A TYPE "I" CREDIT FROM ACCRUED INTEREST
      *    PAYABLE, BACKUP WITHHOLDING BACK OUT AS TYPE "H" - AND
      *    THE ROW IS RESET SO MONTH END DOES NOT PAY IT TWICE. THE
      *    CUSTOMER RECORD IS STILL LOCKED ON ENTRY AND ON EXIT.
       PAY-ACCRUED-INTEREST-AT-CLOSE.
           MOVE 0 TO WS-ACCRUED-AMOUNT
           MOVE 0 TO WS-ACCRUED-WITHHELD
           OPEN I-O ACCRUED-INTEREST-FILE
           IF WS-ACCRUED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO ACCR-ACCOUNT
           READ ACCRUED-INTEREST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCR-ACCRUED-TO-DATE TO WS-ACCRUED-AMOUNT
           END-READ
           IF WS-ACCRUED-AMOUNT <= 0
               CLOSE ACCRUED-INTEREST-FILE
               EXIT PARAGRAPH
           END-IF

           CALL "BUSINESS-DATE" USING WS-TODAYS-DATE
           MOVE "BACKUP-WH-RATE" TO WS-PARAM-NAME
           MOVE 0 TO WS-PARAM-LOOKUP-AMOUNT
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAYS-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-ACCRUED-WH-RATE
           END-IF
           MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUSTOMER-WITHHOLD = "Y"
                       COMPUTE WS-ACCRUED-WITHHELD ROUNDED =
                           WS-ACCRUED-AMOUNT * WS-ACCRUED-WH-RATE
                   END-IF
           END-READ

           COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE
               + WS-ACCRUED-AMOUNT - WS-ACCRUED-WITHHELD
           REWRITE ACCOUNT-RECORD
           IF WS-STATUS NOT = "00"
               DISPLAY "*** COULD NOT PAY ACCRUED INTEREST - STATUS: "
                   WS-STATUS " ***"
               CLOSE ACCRUED-INTEREST-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE GL-ACCRUED-INTEREST-ACCOUNT TO FROM-ACCOUNT
           MOVE ACCOUNT-NUMBER TO TO-ACCOUNT
           MOVE WS-ACCRUED-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "I" TO TRANSACTION-TYPE
           MOVE "ACCRUED INTEREST PAID AT CLOSE"
               TO WS-TRANSACTION-MEMO
           PERFORM WRITE-TELLER-TRANSACTION
           IF WS-ACCRUED-WITHHELD > 0
               MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
               MOVE GL-WITHHOLDING-ACCOUNT TO TO-ACCOUNT
               MOVE WS-ACCRUED-WITHHELD TO TRANSACTION-AMOUNT
               MOVE "H" TO TRANSACTION-TYPE
               MOVE "BACKUP WITHHOLDING ON INTEREST"
                   TO WS-TRANSACTION-MEMO
               PERFORM WRITE-TELLER-TRANSACTION
           END-IF

           MOVE 0 TO ACCR-ACCRUED-TO-DATE
           MOVE 0 TO ACCR-PERIOD-START
           MOVE WS-TODAYS-DATE TO ACCR-LAST-PAID-DATE
           MOVE WS-ACCRUED-AMOUNT TO ACCR-LAST-PAID-AMOUNT
           REWRITE ACCRUED-INTEREST-RECORD
           CLOSE ACCRUED-INTEREST-FILE

      *    THE BANK'S SIDE: THE PAYABLE COMES DOWN BY THE GROSS AND
      *    THE WITHHOLDING ACCOUNT PICKS UP ITS SLICE. PARK THE
      *    CUSTOMER'S KEY AND RESTORE IT, AS POST-TERM-PENALTY DOES.
           MOVE ACCOUNT-NUMBER TO WS-ACCRUED-ACCOUNT
           MOVE GL-ACCRUED-INTEREST-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** ACCRUED INTEREST CONTROL ACCOUNT "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   SUBTRACT WS-ACCRUED-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           IF WS-ACCRUED-WITHHELD > 0
               MOVE GL-WITHHOLDING-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "*** WITHHOLDING CONTROL ACCOUNT "
                           "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
                   NOT INVALID KEY
                       ADD WS-ACCRUED-WITHHELD TO ACCOUNT-BALANCE
                       REWRITE ACCOUNT-RECORD
               END-READ
           END-IF
           MOVE WS-ACCRUED-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY CONTINUE
           END-READ
           DISPLAY "ACCRUED INTEREST OF " WS-ACCRUED-AMOUNT
               " PAID TO THE ACCOUNT ON CLOSING"
           IF WS-ACCRUED-WITHHELD > 0
               DISPLAY "BACKUP WITHHOLDING OF " WS-ACCRUED-WITHHELD
                   " TAKEN"
           END-IF
           .

      *    LOCKS THE RECORD VIA READ-ACCOUNT-FOR-UPDATE SO
      *    TWO TELLERS DEPOSITING TO THE SAME ACCOUNT AT ONCE CANNOT
      *    BOTH READ THE SAME BALANCE AND HAVE ONE REWRITE CLOBBER
      *    THE OTHER'S.
       DEPOSIT-ACCOUNT.
           DISPLAY "DEPOSIT"
           DISPLAY "INPUT THE ACCOUNT NUMBER               "
               WITH NO ADVANCING
           ACCEPT ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-ACCOUNT-FOUND = "N"
               IF WS-STATUS NOT = "51"
                   DISPLAY "THE ACCOUNT NUMBER " ACCOUNT-NUMBER
                       " DOES NOT EXISTS"
               END-IF
           ELSE
               IF ACCOUNT-STATUS NOT = "A"
                   DISPLAY "THE ACCOUNT NUMBER " ACCOUNT-NUMBER
                       ") - DEPOSIT REJECTED"
                   UNLOCK ACCOUNT-FILE
               ELSE
                   MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
                   MOVE "C" TO WS-RESTRICT-DIRECTION
                   PERFORM CHECK-ACCOUNT-RESTRICTION
                   IF WS-ACCOUNT-RESTRICTED = "Y"
                       DISPLAY "DEPOSIT REJECTED"
                       UNLOCK ACCOUNT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "DEPOSIT AMOUNT:                "
                       WITH NO ADVANCING
                   ACCEPT WS-TELLER-AMOUNT
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       MOVE "Y" TO WS-CHECK-DEPOSIT-FLAG
                   END-IF
      *            ONLY CASH OVER THE COUNTER IS UNDER THE TELLER'S
      *            DEPOSIT AUTHORITY - A CHECK WAITS OUT ITS HOLD
                   IF WS-CHECK-DEPOSIT-FLAG NOT = "Y"
                       MOVE 2 TO WS-AUTH-ACTIVITY
                       MOVE WS-TELLER-AMOUNT TO WS-AUTH-AMOUNT
                       MOVE ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
                       MOVE "N" TO WS-AUTH-CASH-OUT
                       PERFORM CHECK-TELLER-AUTHORITY
                       IF WS-AUTH-APPROVED = "N"
                           DISPLAY "DEPOSIT REJECTED"
                           UNLOCK ACCOUNT-FILE
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
                   PERFORM ACCEPT-EFFECTIVE-DATE
                   ADD WS-TELLER-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
                       ") - WITHDRAWAL REJECTED"
                   UNLOCK ACCOUNT-FILE
               ELSE
                   MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
                   MOVE "D" TO WS-RESTRICT-DIRECTION
                   PERFORM CHECK-ACCOUNT-RESTRICTION
                   IF WS-ACCOUNT-RESTRICTED = "Y"
                       DISPLAY "WITHDRAWAL REJECTED"
                       UNLOCK ACCOUNT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "WITHDRAWAL AMOUNT:             "
                       WITH NO ADVANCING
                   ACCEPT WS-TELLER-AMOUNT
                       UNLOCK ACCOUNT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 1 TO WS-AUTH-ACTIVITY
                   MOVE WS-TELLER-AMOUNT TO WS-AUTH-AMOUNT
                   MOVE ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
                   MOVE "Y" TO WS-AUTH-CASH-OUT
                   PERFORM CHECK-TELLER-AUTHORITY
                   IF WS-AUTH-APPROVED = "N"
                       DISPLAY "WITHDRAWAL REJECTED"
                       UNLOCK ACCOUNT-FILE
                       EXIT PARAGRAPH
                   END-IF
                   DISPLAY "MEMO (OPTIONAL):               "
                       WITH NO ADVANCING
                   ACCEPT WS-TRANSACTION-MEMO
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE WS-BRANCH-CODE TO TRANSACTION-BRANCH
           PERFORM WRITE-JOURNAL-RECORD
           IF WS-PPA-INTENDED-DATE NOT = 0
               MOVE "B" TO PPI-KIND
               MOVE 0 TO PPI-ORIGINAL-REF
               PERFORM LOG-PRIOR-PERIOD-ADJ
           END-IF
           IF WS-JOURNAL-STATUS = "00"
               DISPLAY "TRANSACTION REF:               "
                   TRANSACTION-REF
                   "- STATUS: " WS-JOURNAL-STATUS
           ELSE
               PERFORM WRITE-XREF-LEGS
               PERFORM WRITE-POSTING-TELLER
           END-IF
           CLOSE JOURNAL-FILE
           MOVE "00" TO WS-JOURNAL-STATUS
           .

      *    STAMPS THE POSTING WITH THE TELLER, TERMINAL AND BRANCH
      *    THAT MADE IT. A KIOSK POSTING HAS NO TELLER AND GETS NO
      *    ROW.
       WRITE-POSTING-TELLER.
           IF WS-KIOSK-MODE = "Y" OR WS-TELLER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN I-O POSTING-TELLER-FILE
           IF WS-POSTING-TELLER-STATUS = "35"
               OPEN OUTPUT POSTING-TELLER-FILE
               CLOSE POSTING-TELLER-FILE
               OPEN I-O POSTING-TELLER-FILE
           END-IF
           IF WS-POSTING-TELLER-STATUS NOT = "00"
               DISPLAY "*** POSTING TELLER LOG I/O ERROR - STATUS: "
                   WS-POSTING-TELLER-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE TRANSACTION-REF TO PTL-TRANSACTION-REF
           MOVE WS-TELLER-ID TO PTL-TELLER-ID
           MOVE WS-TERMINAL-ID TO PTL-TERMINAL-ID
           MOVE WS-BRANCH-CODE TO PTL-BRANCH
           MOVE TRANSACTION-DATE TO PTL-DATE
      *    THE FULL CLOCK, HOURS INCLUDED - THE ACTIVITY REPORT
      *    BUCKETS POSTINGS BY HOUR OF DAY FROM THIS
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO PTL-TIME
           WRITE POSTING-TELLER-RECORD
           IF WS-POSTING-TELLER-STATUS NOT = "00"
               DISPLAY "*** POSTING TELLER LOG I/O ERROR - STATUS: "
                   WS-POSTING-TELLER-STATUS " ***"
           END-IF
           CLOSE POSTING-TELLER-FILE
           .

      *    ONE CROSS-REFERENCE ROW PER ACCOUNT THE POSTING TOUCHES,
      *    WRITTEN AS THE POSTING LANDS - STATEMENT AND THE
      *    ACCOUNT-FILTERED LIST START ON THE ACCOUNT'S SLICE
               FUNCTION ABS(WS-FX-SETTLE-USD - WS-FX-MID-USD)
           DISPLAY "BOARD VALUE (USD):             "
               WS-FX-SETTLE-USD
      *    BUYING NOTES PAYS USD CASH OUT OF THE DRAWER
           MOVE 8 TO WS-AUTH-ACTIVITY
           MOVE WS-FX-SETTLE-USD TO WS-AUTH-AMOUNT
           MOVE 0 TO WS-AUTH-ACCOUNT
           MOVE "N" TO WS-AUTH-CASH-OUT
           IF WS-FX-DIRECTION = "B" OR WS-FX-DIRECTION = "b"
               MOVE "Y" TO WS-AUTH-CASH-OUT
           END-IF
           PERFORM CHECK-TELLER-AUTHORITY
           IF WS-AUTH-APPROVED = "N"
               DISPLAY "NOTHING EXCHANGED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PROCEED? (Y/N):" WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               END-READ
           END-IF

      *    A TELLER MAY NOT UNDO A POSTING ON EITHER SIDE OF WHICH
      *    SITS AN ACCOUNT OF THEIR OWN OR THEIR HOUSEHOLD'S
           IF WS-REVERSAL-FOUND = "Y"
               MOVE SENDER-ACCOUNT-NUMBER TO WS-STAFF-CHECK-ACCOUNT
               PERFORM CHECK-STAFF-CONFLICT-BY-NUMBER
               IF WS-STAFF-CONFLICT = "N"
                   MOVE RECEIVER-ACCOUNT-NUMBER
                       TO WS-STAFF-CHECK-ACCOUNT
                   PERFORM CHECK-STAFF-CONFLICT-BY-NUMBER
               END-IF
               IF WS-STAFF-CONFLICT = "Y"
                   IF WS-REVERSAL-SOURCE = "J"
                       CLOSE JOURNAL-FILE
                   ELSE
                       CLOSE TRANSACTION-FILE
                   END-IF
                   DISPLAY "TRANSACTION NOT REVERSED"
                   EXIT PARAGRAPH
               END-IF
               MOVE 5 TO WS-AUTH-ACTIVITY
               MOVE WS-TRANSACTION-AMOUNT TO WS-AUTH-AMOUNT
               MOVE SENDER-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
               MOVE "N" TO WS-AUTH-CASH-OUT
               PERFORM CHECK-TELLER-AUTHORITY
               IF WS-AUTH-APPROVED = "N"
                   IF WS-REVERSAL-SOURCE = "J"
                       CLOSE JOURNAL-FILE
                   ELSE
                       CLOSE TRANSACTION-FILE
                   END-IF
                   DISPLAY "TRANSACTION NOT REVERSED"
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    THE ORIGINAL TRANSACTION-RECORD IS LEFT UNTOUCHED (STILL
      *    POSITIONED FOR REWRITE) UNTIL BOTH ACCOUNT SIDES BELOW ARE
      *    CONFIRMED - THE LEDGER SHOULD NEVER CLAIM A REVERSAL
                   DISPLAY "REVERSAL FAILED - ORIGINAL SENDER "
                       "RECORD COULD NOT BE READ"
               ELSE
                   IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
                       DISPLAY "REVERSAL FAILED - ORIGINAL SENDER "
                           "ACCOUNT " SENDER-ACCOUNT-NUMBER
                           " IS CLOSED OR CHARGED OFF"
                       UNLOCK ACCOUNT-FILE
                   ELSE
                       ADD WS-TRANSACTION-AMOUNT TO ACCOUNT-BALANCE
                           "RECORD COULD NOT BE READ"
                       MOVE "N" TO WS-TRANSACTION-POSTED
                   ELSE
                       IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
                           DISPLAY "REVERSAL FAILED - ORIGINAL "
                               "RECEIVER ACCOUNT "
                               RECEIVER-ACCOUNT-NUMBER
                               " IS CLOSED OR CHARGED OFF"
                           UNLOCK ACCOUNT-FILE
                           MOVE "N" TO WS-TRANSACTION-POSTED
                       ELSE
                   PERFORM WRITE-JOURNAL-RECORD
                   DISPLAY "REVERSAL ENTRY REF:    "
                       TRANSACTION-REF
      *            UNDOING A POSTING FROM A CLOSED MONTH CHANGES
      *            THAT MONTH'S FIGURES AFTER THE FACT
                   MOVE "N" TO WS-PERIOD-CLOSED
                   IF WS-REVERSAL-DATE < TRANSACTION-DATE
                       CALL "PERIOD-CHECK" USING WS-REVERSAL-DATE
                           WS-PERIOD-CLOSED WS-PERIOD-MONTH
                   END-IF
                   IF WS-PERIOD-CLOSED = "Y"
                       DISPLAY "THE ORIGINAL WAS POSTED IN CLOSED "
                           "PERIOD " WS-PERIOD-MONTH " - REVERSAL "
                           "FLAGGED AS A PRIOR-PERIOD ADJUSTMENT"
                       MOVE WS-REVERSAL-DATE TO WS-PPA-INTENDED-DATE
                       MOVE "R" TO PPI-KIND
                       MOVE WS-REVERSAL-REF TO PPI-ORIGINAL-REF
                       PERFORM LOG-PRIOR-PERIOD-ADJ
                   END-IF

                   DISPLAY "TRANSACTION REVERSED - "
                       WS-TRANSACTION-AMOUNT
                       END-IF
                       IF SCHEDULE-TO-ACCOUNT = 0
                           PERFORM ACCEPT-EXTERNAL-DESTINATION
                           IF WS-EXT-BANK-OK = "Y"
                               MOVE SCHEDULE-FROM-ACCOUNT
                                   TO WS-COOLING-ACCOUNT
                               MOVE 0 TO WS-COOLING-CUSTOMER
                               MOVE 0 TO WS-COOLING-JOINT
                               MOVE "XT" TO WS-COOLING-ACTION
                               PERFORM CHECK-CONTACT-COOLING-OFF
                               MOVE WS-COOLING-APPROVED
                                   TO WS-EXT-BANK-OK
                           END-IF
                           IF WS-EXT-BANK-OK = "Y"
                               MOVE WS-EXT-DEST-BANK
                                   TO SCHEDULE-EXTERNAL-BANK
           DISPLAY "TRANSACTION REF (0 TO LIST BY ACCOUNT):"
               WITH NO ADVANCING
           ACCEPT WS-LOOKUP-REF
           MOVE "TRANSACTION-INFO" TO WS-SENSITIVE-SCREEN
           IF WS-LOOKUP-REF NOT = 0
               PERFORM LOOKUP-TRANSACTION-BY-REF
               EXIT PARAGRAPH
           DISPLAY "FILTER BY ACCOUNT NUMBER (0 FOR ALL):"
               WITH NO ADVANCING
           ACCEPT WS-FILTER-ACCOUNT-NUMBER
           IF WS-FILTER-ACCOUNT-NUMBER NOT = 0
               MOVE WS-FILTER-ACCOUNT-NUMBER TO WS-SENSITIVE-ACCOUNT
               PERFORM LOG-SENSITIVE-ACCOUNT-BY-NUMBER
           END-IF

      *    A FILTERED LIST READS THE ACCOUNT'S SLICE OF THE
      *    CROSS-REFERENCE INSTEAD OF THE WHOLE MASTER - ONLY THE
                       DISPLAY "REVERSAL OF REF:   "
                           TRANSACTION-REVERSAL-OF-REF
                   END-IF
                   MOVE FROM-ACCOUNT TO WS-SENSITIVE-ACCOUNT
                   PERFORM LOG-SENSITIVE-ACCOUNT-BY-NUMBER
                   MOVE TO-ACCOUNT TO WS-SENSITIVE-ACCOUNT
                   PERFORM LOG-SENSITIVE-ACCOUNT-BY-NUMBER
           END-READ
           CLOSE TRANSACTION-FILE
           .
                       DISPLAY "*** THIS TRANSACTION HAS BEEN "
                           "REVERSED ***"
                   END-IF
                   MOVE JL-FROM-ACCOUNT TO WS-SENSITIVE-ACCOUNT
                   PERFORM LOG-SENSITIVE-ACCOUNT-BY-NUMBER
                   MOVE JL-TO-ACCOUNT TO WS-SENSITIVE-ACCOUNT
                   PERFORM LOG-SENSITIVE-ACCOUNT-BY-NUMBER
           END-READ
           CLOSE JOURNAL-FILE
           .
           END-IF
           .

      *    THE AUTHORITY MATRIX: THE SIGNED-ON TELLER'S OWN CEILING
      *    FOR WS-AUTH-ACTIVITY (NUMBERED AS AUTH-LIMIT IN
      *    AUTHORITY-RECORD.cpy) AGAINST WS-AUTH-AMOUNT, AND - WHEN
      *    WS-AUTH-CASH-OUT SAYS THE MONEY LEAVES THE DRAWER - THE
      *    DAILY CUMULATIVE CASH-OUT CEILING AGAINST WHAT THE DRAWER
      *    HAS ALREADY PAID OUT TODAY. GOING PAST EITHER FALLS INTO
      *    THE SAME SUPERVISOR OVERRIDE AS THE TRANSFER THRESHOLD. A
      *    SUPERVISOR WHO HAS ALREADY SIGNED THIS OPERATION OFF
      *    (WS-SUPERVISOR-ID SET BY CHECK-SUPERVISOR-APPROVAL)
      *    COVERS IT WITHOUT A SECOND PROMPT. EVERY OVERRIDE IS
      *    LOGGED FOR THE MONTHLY OVERRIDE REPORT. THE KIOSK HAS NO
      *    TELLER AND NO CEILING.
       CHECK-TELLER-AUTHORITY.
           MOVE "Y" TO WS-AUTH-APPROVED
           IF WS-KIOSK-MODE = "Y" OR WS-TELLER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "TELLER-AUTHORITY" USING WS-TELLER-ID WS-AUTH-ACTIVITY
               WS-AUTH-CEILING WS-AUTH-DAILY-CEILING
           MOVE "N" TO WS-AUTH-DAILY-BREACH
           MOVE 0 TO WS-AUTH-BREACHED-CEILING
           IF WS-AUTH-CEILING NOT = 0
               AND WS-AUTH-AMOUNT > WS-AUTH-CEILING
               MOVE WS-AUTH-CEILING TO WS-AUTH-BREACHED-CEILING
               DISPLAY "THIS EXCEEDS YOUR AUTHORITY OF "
                   WS-AUTH-CEILING " FOR THIS ACTIVITY"
           END-IF
           IF WS-AUTH-BREACHED-CEILING = 0
               AND WS-AUTH-CASH-OUT = "Y"
               AND WS-AUTH-DAILY-CEILING NOT = 0
               MOVE WS-AUTH-AMOUNT TO WS-AUTH-DAILY-TOTAL
               MOVE WS-TELLER-ID TO DRAWER-TELLER-ID
               CALL "BUSINESS-DATE" USING DRAWER-DATE
               READ DRAWER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD DRAWER-CASH-OUT TO WS-AUTH-DAILY-TOTAL
               END-READ
               IF WS-AUTH-DAILY-TOTAL > WS-AUTH-DAILY-CEILING
                   MOVE WS-AUTH-DAILY-CEILING
                       TO WS-AUTH-BREACHED-CEILING
                   MOVE "Y" TO WS-AUTH-DAILY-BREACH
                   DISPLAY "THIS TAKES TODAY'S CASH PAID OUT TO "
                       WS-AUTH-DAILY-TOTAL
                   DISPLAY "OVER YOUR DAILY CASH-OUT AUTHORITY OF "
                       WS-AUTH-DAILY-CEILING
               END-IF
           END-IF
           IF WS-AUTH-BREACHED-CEILING = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-SUPERVISOR-ID NOT = SPACES
               AND WS-SUPERVISOR-ID NOT = WS-TELLER-ID
               DISPLAY "COVERED BY SUPERVISOR " WS-SUPERVISOR-ID
           ELSE
               MOVE SPACES TO WS-SUPERVISOR-ID
               DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REJECT):"
                   WITH NO ADVANCING
               ACCEPT WS-SUPERVISOR-ID
               IF WS-SUPERVISOR-ID = SPACES
                   MOVE "N" TO WS-AUTH-APPROVED
               ELSE
                   IF WS-SUPERVISOR-ID = WS-TELLER-ID
                       DISPLAY "A SUPERVISOR CANNOT OVERRIDE THEIR "
                           "OWN AUTHORITY"
                       MOVE "N" TO WS-AUTH-APPROVED
                       MOVE SPACES TO WS-SUPERVISOR-ID
                   ELSE
                       IF WS-TELLER-FILE-AVAILABLE = "Y"
                           PERFORM VERIFY-SUPERVISOR-ID
                           IF WS-SUPERVISOR-VERIFIED = "N"
                               MOVE "N" TO WS-AUTH-APPROVED
                               MOVE SPACES TO WS-SUPERVISOR-ID
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-AUTH-APPROVED = "N"
               DISPLAY "--- NOT AUTHORIZED - OVER THE TELLER'S "
                   "AUTHORITY ---"
               EXIT PARAGRAPH
           END-IF
           CALL "AUTHORITY-OVERRIDE-LOG" USING WS-TELLER-ID
               WS-SUPERVISOR-ID WS-AUTH-ACTIVITY WS-AUTH-AMOUNT
               WS-AUTH-BREACHED-CEILING WS-AUTH-DAILY-BREACH
               WS-AUTH-ACCOUNT WS-TERMINAL-ID
           .

      *    A NEW ADDRESS, PHONE OR EMAIL STILL INSIDE ITS COOLING-OFF
      *    WINDOW HOLDS BACK THE HIGH-RISK ACTION IN WS-COOLING-ACTION
      *    (CODES AS CCE-ACTION IN COOLING-EVENT-RECORD.cpy) ON
      *    WS-COOLING-ACCOUNT OR WS-COOLING-CUSTOMER UNTIL A
      *    SUPERVISOR OTHER THAN THE TELLER SIGNS IT OFF. THE KIOSK
      *    HAS NOBODY TO ASK, SO THERE IT IS REFUSED. EITHER WAY THE
      *    ATTEMPT IS LOGGED FOR THE COOLING-OFF REPORT, AND
      *    WS-COOLING-APPROVED SAYS WHETHER TO GO ON. A SUPERVISOR
      *    ALREADY SIGNED ON TO THE OPERATION IS LEFT IN
      *    WS-SUPERVISOR-ID.
       CHECK-CONTACT-COOLING-OFF.
           MOVE "Y" TO WS-COOLING-APPROVED
           MOVE SPACE TO WS-COOLING-OUTCOME
           MOVE SPACES TO WS-COOLING-SUPERVISOR
           CALL "CONTACT-COOLING-CHECK" USING WS-COOLING-ACCOUNT
               WS-COOLING-CUSTOMER WS-COOLING-JOINT WS-COOLING-ACTION
               WS-COOLING-OUTCOME WS-TELLER-ID WS-COOLING-SUPERVISOR
               WS-COOLING-IN-WINDOW WS-COOLING-CHANGE-DATE
               WS-COOLING-UNTIL
           IF WS-COOLING-IN-WINDOW = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** CONTACT DETAILS CHANGED FROM "
               WS-COOLING-CHANGE-DATE " - COOLING-OFF UNTIL "
               WS-COOLING-UNTIL " ***"
           MOVE "N" TO WS-COOLING-APPROVED
           IF WS-KIOSK-MODE NOT = "Y"
               DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REJECT):"
                   WITH NO ADVANCING
               ACCEPT WS-COOLING-SUPERVISOR
               EVALUATE TRUE
                   WHEN WS-COOLING-SUPERVISOR = SPACES
                       CONTINUE
                   WHEN WS-COOLING-SUPERVISOR = WS-TELLER-ID
                       DISPLAY "A SUPERVISOR CANNOT OVERRIDE THEIR "
                           "OWN ACTION"
                   WHEN WS-TELLER-FILE-AVAILABLE = "Y"
                       MOVE WS-SUPERVISOR-ID
                           TO WS-COOLING-HELD-SUPERVISOR
                       MOVE WS-COOLING-SUPERVISOR TO WS-SUPERVISOR-ID
                       PERFORM VERIFY-SUPERVISOR-ID
                       MOVE WS-SUPERVISOR-VERIFIED
                           TO WS-COOLING-APPROVED
                       MOVE WS-COOLING-HELD-SUPERVISOR
                           TO WS-SUPERVISOR-ID
                   WHEN OTHER
                       MOVE "Y" TO WS-COOLING-APPROVED
               END-EVALUATE
           END-IF
           IF WS-COOLING-APPROVED = "Y"
               MOVE "O" TO WS-COOLING-OUTCOME
           ELSE
               MOVE "R" TO WS-COOLING-OUTCOME
               MOVE SPACES TO WS-COOLING-SUPERVISOR
               DISPLAY "--- NOT ALLOWED WHILE THE CONTACT CHANGE "
                   "COOLS OFF ---"
           END-IF
           CALL "CONTACT-COOLING-CHECK" USING WS-COOLING-ACCOUNT
               WS-COOLING-CUSTOMER WS-COOLING-JOINT WS-COOLING-ACTION
               WS-COOLING-OUTCOME WS-TELLER-ID WS-COOLING-SUPERVISOR
               WS-COOLING-IN-WINDOW WS-COOLING-CHANGE-DATE
               WS-COOLING-UNTIL
           .

      *    READS ACCOUNT-NUMBER WITH AN EXPLICIT LOCK (ACCOUNT-FILE IS
      *    LOCK MODE IS MANUAL) SO A CONCURRENT TELLER CANNOT REWRITE
      *    THE SAME RECORD OUT FROM UNDER THIS TRANSACTION. IF THE
               PERFORM CHECK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STAFF-CONFLICT
           IF WS-STAFF-CONFLICT = "Y"
               DISPLAY "TRANSACTION REJECTED"
               PERFORM CHECK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO SENDER-ACCOUNT-NUMBER
           MOVE ACCOUNT-BALANCE TO SENDER-ACCOUNT-BALANCE
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO SENDER-OVERDRAFT-LIMIT
               PERFORM CHECK-FILE-STATUS
               EXIT PARAGRAPH
           ELSE
               PERFORM CHECK-STAFF-CONFLICT
               IF WS-STAFF-CONFLICT = "Y"
                   DISPLAY "TRANSACTION REJECTED"
                   PERFORM CHECK-FILE-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE ACCOUNT-NUMBER TO RECEIVER-ACCOUNT-NUMBER
               MOVE ACCOUNT-BALANCE TO RECEIVER-ACCOUNT-BALANCE
               MOVE ACCOUNT-STATUS TO RECEIVER-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SENDER-ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "N"
               MOVE RECEIVER-ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
               MOVE "C" TO WS-RESTRICT-DIRECTION
               PERFORM CHECK-ACCOUNT-RESTRICTION
           END-IF
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "TRANSACTION REJECTED"
               PERFORM CHECK-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SENDER-ACCOUNT-NUMBER TO WS-ACTING-ACCOUNT
           MOVE WS-SENDER-CUSTOMER-ID TO WS-ACTING-OWNER-ID
           MOVE WS-TRANSACTION-AMOUNT TO WS-ACTING-AMOUNT
           PERFORM CALCULATE-ACTIVE-HOLDS
           PERFORM CHECK-DUPLICATE-PAYMENT
           PERFORM CHECK-SUPERVISOR-APPROVAL
           MOVE "Y" TO WS-AUTH-APPROVED
           IF WS-SUPERVISOR-APPROVED = "Y"
               MOVE 3 TO WS-AUTH-ACTIVITY
               MOVE WS-TRANSACTION-AMOUNT TO WS-AUTH-AMOUNT
               MOVE SENDER-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
               MOVE "N" TO WS-AUTH-CASH-OUT
               PERFORM CHECK-TELLER-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN WS-DUPLICATE-CONFIRMED = "N"
                   DISPLAY "TRANSACTION HELD AS A SUSPECTED "
                       "OF " WS-SUPERVISOR-APPROVAL-THRESHOLD
                       " AND NO SUPERVISOR ID WAS ENTERED - "
                       "TRANSACTION REJECTED"
               WHEN WS-AUTH-APPROVED = "N"
                   DISPLAY "TRANSACTION REJECTED"
               WHEN OTHER
      *            LOCK AND RE-READ THE SENDER RECORD, THEN RE-CHECK
      *            FUNDS AGAINST THE BALANCE THE LOCK ACTUALLY FOUND -
                   MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
                   MOVE WS-BRANCH-CODE TO TRANSACTION-BRANCH
                   PERFORM WRITE-JOURNAL-RECORD
                   IF WS-PPA-INTENDED-DATE NOT = 0
                       MOVE "B" TO PPI-KIND
                       MOVE 0 TO PPI-ORIGINAL-REF
                       PERFORM LOG-PRIOR-PERIOD-ADJ
                   END-IF
                   PERFORM PRINT-TRANSACTION-RECEIPT
                   MOVE SENDER-ACCOUNT-BALANCE
                       TO WS-FRAUD-REMAINING
                   WS-SENDER-MESSAGE " - TRANSACTION REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "TRANSACTION REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO SENDER-ACCOUNT-NUMBER
           MOVE ACCOUNT-BALANCE TO SENDER-ACCOUNT-BALANCE
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO SENDER-OVERDRAFT-LIMIT
      *    THERE FOR THIS ONE CALL.
           MOVE WS-SPLIT-TOTAL TO WS-TRANSACTION-AMOUNT
           PERFORM CHECK-SUPERVISOR-APPROVAL
           MOVE "Y" TO WS-AUTH-APPROVED
           IF WS-SUPERVISOR-APPROVED = "Y"
               MOVE 3 TO WS-AUTH-ACTIVITY
               MOVE WS-SPLIT-TOTAL TO WS-AUTH-AMOUNT
               MOVE SENDER-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
               MOVE "N" TO WS-AUTH-CASH-OUT
               PERFORM CHECK-TELLER-AUTHORITY
           END-IF
           MOVE WS-SUPERVISOR-ID TO WS-SPLIT-SUPERVISOR-ID
           MOVE SENDER-ACCOUNT-NUMBER TO WS-HOLDS-ACCOUNT
           PERFORM CALCULATE-ACTIVE-HOLDS
                       "OF " WS-SUPERVISOR-APPROVAL-THRESHOLD
                       " AND NO SUPERVISOR ID WAS ENTERED - "
                       "TRANSACTION REJECTED"
               WHEN WS-AUTH-APPROVED = "N"
                   DISPLAY "SPLIT TRANSFER REJECTED"
               WHEN OTHER
                   PERFORM POST-SPLIT-TRANSFER
           END-EVALUATE
                   WS-RECEIVER-MESSAGE " - NOT ADDED AS A LEG"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "C" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "NOT ADDED AS A LEG"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "AMOUNT FOR ACCOUNT " ACCOUNT-NUMBER ":"
               WITH NO ADVANCING
                   WS-SENDER-MESSAGE " - TRANSACTION REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           MOVE "X" TO WS-RESTRICT-CHANNEL
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "TRANSACTION REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-COOLING-ACCOUNT
           MOVE ACCOUNT-CUSTOMER-ID TO WS-COOLING-CUSTOMER
           MOVE ACCOUNT-JOINT-CUSTOMER-ID TO WS-COOLING-JOINT
           MOVE "XT" TO WS-COOLING-ACTION
           PERFORM CHECK-CONTACT-COOLING-OFF
           IF WS-COOLING-APPROVED = "N"
               DISPLAY "TRANSACTION REJECTED"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO SENDER-ACCOUNT-NUMBER
           MOVE ACCOUNT-BALANCE TO SENDER-ACCOUNT-BALANCE
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO SENDER-OVERDRAFT-LIMIT
           MOVE SENDER-ACCOUNT-NUMBER TO WS-HOLDS-ACCOUNT
           PERFORM CALCULATE-ACTIVE-HOLDS
           PERFORM CHECK-SUPERVISOR-APPROVAL
           MOVE "Y" TO WS-AUTH-APPROVED
           IF WS-SUPERVISOR-APPROVED = "Y"
               MOVE 4 TO WS-AUTH-ACTIVITY
               MOVE WS-TRANSACTION-AMOUNT TO WS-AUTH-AMOUNT
               MOVE SENDER-ACCOUNT-NUMBER TO WS-AUTH-ACCOUNT
               MOVE "N" TO WS-AUTH-CASH-OUT
               PERFORM CHECK-TELLER-AUTHORITY
           END-IF
           EVALUATE TRUE
               WHEN WS-TRANSACTION-AMOUNT >
               SENDER-ACCOUNT-BALANCE + SENDER-OVERDRAFT-LIMIT
               WHEN WS-SUPERVISOR-APPROVED = "N"
                   DISPLAY "NO VERIFIED SUPERVISOR APPROVAL - "
                       "TRANSACTION REJECTED"
               WHEN WS-AUTH-APPROVED = "N"
                   DISPLAY "TRANSACTION REJECTED"
               WHEN OTHER
                   PERFORM POST-EXTERNAL-TRANSFER
           END-EVALUATE
      *    REGISTER, NOT STOPPED, NOT ALREADY PAID. THE POSTING IS
      *    A NORMAL WITHDRAWAL CARRYING "CHK:NNNNNN" IN ITS MEMO,
      *    AND THE REGISTER ROW REMEMBERS WHICH POSTING PAID IT.
      *    ON A POSITIVE PAY ACCOUNT THE CHECK MUST ALSO MATCH THE
      *    CUSTOMER'S ISSUE FILE - ANYTHING ELSE IS NOT PAID BUT
      *    QUEUED FOR THE CUSTOMER'S PAY/RETURN DECISION.
       PAY-CHECK.
           DISPLAY " "
           DISPLAY "---PAY A PRESENTED CHECK---"
           ACCEPT CHK-NUMBER
           READ CHECK-FILE
               INVALID KEY
                   PERFORM SCREEN-UNREGISTERED-CHECK
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "CHECK NOT HONORED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CHECK AMOUNT:                  "
               WITH NO ADVANCING
           ACCEPT WS-TELLER-AMOUNT
           MOVE 6 TO WS-AUTH-ACTIVITY
           MOVE WS-TELLER-AMOUNT TO WS-AUTH-AMOUNT
           MOVE CHK-ACCOUNT TO WS-AUTH-ACCOUNT
           MOVE "Y" TO WS-AUTH-CASH-OUT
           PERFORM CHECK-TELLER-AUTHORITY
           IF WS-AUTH-APPROVED = "N"
               DISPLAY "CHECK NOT HONORED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-HOLDS-ACCOUNT
           CALL "POSITIVE-PAY-SCREEN" USING CHK-ACCOUNT CHK-NUMBER
               WS-TELLER-AMOUNT WS-PPAY-SOURCE WS-PPAY-RESULT
           IF WS-PPAY-RESULT = "E"
               DISPLAY "*** CHECK " CHK-NUMBER " DOES NOT MATCH THE "
                   "CUSTOMER'S POSITIVE PAY ISSUE FILE - HELD FOR "
                   "THE CUSTOMER'S DECISION, NOT HONORED ***"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULATE-ACTIVE-HOLDS
           IF WS-TELLER-AMOUNT >
               ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
           END-IF
           .

      *    A NUMBER THE REGISTER HAS NEVER SEEN IS NOT HONORED.
      *    ON A POSITIVE PAY ACCOUNT IT IS ALSO AN EXCEPTION THE
      *    CUSTOMER GETS TO SEE, SO THE AMOUNT IS TAKEN FOR THE
      *    QUEUE.
       SCREEN-UNREGISTERED-CHECK.
           DISPLAY "CHECK AMOUNT:                  "
               WITH NO ADVANCING
           ACCEPT WS-TELLER-AMOUNT
           CALL "POSITIVE-PAY-SCREEN" USING CHK-ACCOUNT CHK-NUMBER
               WS-TELLER-AMOUNT WS-PPAY-SOURCE WS-PPAY-RESULT
           IF WS-PPAY-RESULT = "E"
               DISPLAY "*** CHECK " CHK-NUMBER " IS NOT ON THE "
                   "CUSTOMER'S POSITIVE PAY ISSUE FILE - HELD FOR "
                   "THE CUSTOMER'S DECISION, NOT HONORED ***"
           ELSE
               DISPLAY "THAT CHECK IS NOT ON THE REGISTER - "
                   "NOT HONORED"
           END-IF
           .

      *    LOBBY KIOSK: NO TELLER, NO DRAWER - A CUSTOMER SIGNS IN
      *    WITH ACCOUNT NUMBER PLUS PIN AND GETS A STRIPPED MENU
      *    (QUICK BALANCE, CASH WITHDRAWAL UNDER THE KIOSK'S OWN
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           MOVE "O" TO WS-RESTRICT-CHANNEL
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-HOLDS-ACCOUNT
           PERFORM CALCULATE-ACTIVE-HOLDS
           IF WS-KIOSK-AMOUNT >
                   "ACTIVE ACCOUNTS - PLEASE SEE A TELLER"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KIOSK-TARGET TO WS-RESTRICT-ACCOUNT
           MOVE "C" TO WS-RESTRICT-DIRECTION
           MOVE "O" TO WS-RESTRICT-CHANNEL
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TRANSFER AMOUNT:               "
               WITH NO ADVANCING
           ACCEPT WS-KIOSK-AMOUNT
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           MOVE "O" TO WS-RESTRICT-CHANNEL
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-HOLDS-ACCOUNT
           PERFORM CALCULATE-ACTIVE-HOLDS
           IF WS-KIOSK-AMOUNT >
               CLOSE PIN-FILE
               EXIT PARAGRAPH
           END-IF
      *    A PIN SET OR UNLOCKED RIGHT AFTER A CONTACT CHANGE IS THE
      *    SELF-SERVICE HALF OF A TAKEOVER
           MOVE ACCOUNT-NUMBER TO WS-COOLING-ACCOUNT
           MOVE ACCOUNT-CUSTOMER-ID TO WS-COOLING-CUSTOMER
           MOVE ACCOUNT-JOINT-CUSTOMER-ID TO WS-COOLING-JOINT
           MOVE "PN" TO WS-COOLING-ACTION
           PERFORM CHECK-CONTACT-COOLING-OFF
           IF WS-COOLING-APPROVED = "N"
               CLOSE PIN-FILE
               EXIT PARAGRAPH
           END-IF
           READ PIN-FILE
               INVALID KEY
                   DISPLAY "NEW PIN (4 DIGITS):            "
      *    EXACTLY AS THE AMORTIZATION SCHEDULE FIXED IT AT
      *    ORIGINATION - THE PRINCIPAL LEG (TYPE "R") BACK TO LOANS
      *    RECEIVABLE, THE INTEREST LEG (TYPE "N") TO FEE INCOME.
      *    LATE CHARGES ASSESSED BY LOAN-LATE-CHARGE ARE COLLECTED
      *    FIRST, IN THE SAME DEBIT, AS A TYPE "F" LEG TO FEE INCOME.
      *    A LOAN WITH AN ACTIVE ESCROW ALSO PAYS ITS MONTHLY ESCROW
      *    AMOUNT, AS A TYPE "T" LEG TO THE ESCROW CONTROL ACCOUNT,
      *    AND THE LOAN'S ESCROW BALANCE GOES UP BY IT.
       LOAN-PAYMENT.
           DISPLAY " "
           DISPLAY "---LOAN PAYMENT---"
               LOAN-TERM-MONTHS "  DUE " LSCH-DUE-DATE
           DISPLAY "PAYMENT " LSCH-PAYMENT "  (PRINCIPAL "
               LSCH-PRINCIPAL ", INTEREST " LSCH-INTEREST ")"
           MOVE 0 TO WS-LOAN-ESCROW-AMOUNT
           MOVE LOAN-ID TO ESC-LOAN-ID
           READ LOAN-ESCROW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ESC-STATUS = "A"
                       MOVE ESC-MONTHLY-AMOUNT TO WS-LOAN-ESCROW-AMOUNT
                       DISPLAY "PLUS ESCROW " WS-LOAN-ESCROW-AMOUNT
                   END-IF
           END-READ
           COMPUTE WS-LOAN-AMOUNT-DUE =
               LSCH-PAYMENT + LOAN-LATE-CHARGES-DUE
               + WS-LOAN-ESCROW-AMOUNT
           IF LOAN-LATE-CHARGES-DUE > 0
               DISPLAY "PLUS LATE CHARGES " LOAN-LATE-CHARGES-DUE
           END-IF
           IF WS-LOAN-AMOUNT-DUE NOT = LSCH-PAYMENT
               DISPLAY "TOTAL TO COLLECT " WS-LOAN-AMOUNT-DUE
           END-IF
           DISPLAY "POST THIS PAYMENT FROM ACCOUNT " LOAN-ACCOUNT
               "? (Y/N):"
               WITH NO ADVANCING
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "PAYMENT NOT POSTED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOAN-AMOUNT-DUE >
               ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
               DISPLAY "INSUFFICIENT FUNDS IN ACCOUNT "
                   LOAN-ACCOUNT " FOR THIS INSTALLMENT"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-LOAN-AMOUNT-DUE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           PERFORM CHECK-FILE-STATUS
           UNLOCK ACCOUNT-FILE
           END-IF
           MOVE "Y" TO WS-LOAN-PAYMENT-OK

      *    LATE CHARGES TO FEE INCOME
           IF LOAN-LATE-CHARGES-DUE > 0
               MOVE GL-FEE-INCOME-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "*** FEE INCOME CONTROL ACCOUNT "
                           "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
                   NOT INVALID KEY
                       ADD LOAN-LATE-CHARGES-DUE TO ACCOUNT-BALANCE
                       REWRITE ACCOUNT-RECORD
               END-READ
               MOVE LOAN-ACCOUNT TO FROM-ACCOUNT
               MOVE GL-FEE-INCOME-ACCOUNT TO TO-ACCOUNT
               MOVE LOAN-LATE-CHARGES-DUE TO TRANSACTION-AMOUNT
               MOVE "F" TO TRANSACTION-TYPE
               MOVE SPACES TO WS-TRANSACTION-MEMO
               STRING "LOAN:" LOAN-ID "/LATE CHARGE"
                   DELIMITED BY SIZE INTO WS-TRANSACTION-MEMO
               PERFORM WRITE-TELLER-TRANSACTION
               MOVE 0 TO LOAN-LATE-CHARGES-DUE
           END-IF

      *    PRINCIPAL BACK TO LOANS RECEIVABLE
           MOVE GL-LOAN-CONTROL-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               DELIMITED BY SIZE INTO WS-TRANSACTION-MEMO
           PERFORM WRITE-TELLER-TRANSACTION

           IF WS-LOAN-ESCROW-AMOUNT > 0
               PERFORM POST-LOAN-ESCROW-LEG
           END-IF

           MOVE "P" TO LSCH-STATUS
           CALL "BUSINESS-DATE" USING LSCH-PAID-DATE
           REWRITE LOAN-SCHEDULE-RECORD
           END-IF
           .

      *    THE INSTALLMENT'S ESCROW SHARE TO THE ESCROW CONTROL
      *    ACCOUNT, HELD THERE FOR ESCROW-DISBURSEMENT TO PAY THE
      *    LOAN'S TAX AND INSURANCE BILLS.
       POST-LOAN-ESCROW-LEG.
           MOVE GL-ESCROW-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** ESCROW CONTROL ACCOUNT MISSING - "
                       "RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD WS-LOAN-ESCROW-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           MOVE LOAN-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-ESCROW-ACCOUNT TO TO-ACCOUNT
           MOVE WS-LOAN-ESCROW-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE SPACES TO WS-TRANSACTION-MEMO
           STRING "LOAN:" LOAN-ID "/ESCROW"
               DELIMITED BY SIZE INTO WS-TRANSACTION-MEMO
           PERFORM WRITE-TELLER-TRANSACTION
           ADD WS-LOAN-ESCROW-AMOUNT TO ESC-BALANCE
           REWRITE LOAN-ESCROW-RECORD
           IF WS-LOAN-ESCROW-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE ESCROW BALANCE - "
                   "STATUS: " WS-LOAN-ESCROW-STATUS " ***"
           END-IF
           .

      *    PRINCIPAL PAID OVER AND ABOVE THE SCHEDULE: THE EXTRA
      *    IS DEBITED FROM THE CUSTOMER'S DEPOSIT ACCOUNT AS ITS OWN
      *    TYPE "R" LEG TO LOANS RECEIVABLE AND COMES STRAIGHT OFF
      *    LOAN-OUTSTANDING. LOAN-REAMORTIZE (129_loan_reamortize.
      *    cob) THEN REDRAWS THE OPEN INSTALLMENTS THE WAY THE
      *    BORROWER CHOSE, KEEPING THE OLD ROWS AS A SUPERSEDED
      *    VERSION. PAYING THE WHOLE BALANCE IS A PAYOFF, NOT A
      *    PREPAYMENT - THAT GOES THROUGH A LOAN-PAYOFF QUOTE SO
      *    THE ACCRUED INTEREST IS COLLECTED TOO.
       LOAN-PREPAYMENT.
           DISPLAY " "
           DISPLAY "---LOAN PREPAYMENT---"
           DISPLAY "LOAN ID:                       "
               WITH NO ADVANCING
           ACCEPT LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO LOAN WITH ID " LOAN-ID
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF LOAN-STATUS NOT = "A"
               DISPLAY "LOAN " LOAN-ID " IS PAID OFF"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OUTSTANDING " LOAN-OUTSTANDING "  PAYMENT "
               LOAN-MONTHLY-PAYMENT "  INSTALLMENTS LEFT "
               LOAN-NEXT-INSTALLMENT " TO " LOAN-TERM-MONTHS
           DISPLAY "EXTRA PRINCIPAL AMOUNT:        "
               WITH NO ADVANCING
           ACCEPT WS-PREPAY-AMOUNT
           IF WS-PREPAY-AMOUNT = 0
               DISPLAY "NOTHING TO PREPAY"
               EXIT PARAGRAPH
           END-IF
           IF WS-PREPAY-AMOUNT >= LOAN-OUTSTANDING
               DISPLAY "THAT CLEARS THE LOAN - PREPARE A PAYOFF "
                   "QUOTE (LOAN-PAYOFF) INSTEAD"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "T = KEEP PAYMENT, SHORTEN TERM  "
               "P = KEEP TERM, LOWER PAYMENT:  "
               WITH NO ADVANCING
           ACCEPT WS-PREPAY-METHOD
           IF WS-PREPAY-METHOD = "t"
               MOVE "T" TO WS-PREPAY-METHOD
           END-IF
           IF WS-PREPAY-METHOD = "p"
               MOVE "P" TO WS-PREPAY-METHOD
           END-IF
           IF WS-PREPAY-METHOD NOT = "T" AND WS-PREPAY-METHOD NOT = "P"
               DISPLAY "CHOOSE T OR P - PREPAYMENT NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "POST " WS-PREPAY-AMOUNT " EXTRA PRINCIPAL FROM "
               "ACCOUNT " LOAN-ACCOUNT "? (Y/N):"
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "PREPAYMENT NOT POSTED"
               EXIT PARAGRAPH
           END-IF

           MOVE LOAN-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM READ-ACCOUNT-FOR-UPDATE
           IF WS-ACCOUNT-FOUND = "N"
               DISPLAY "FAILED TO READ ACCOUNT " LOAN-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS NOT = "A"
               DISPLAY "ACCOUNT " LOAN-ACCOUNT " IS NOT ACTIVE "
                   "(STATUS: " ACCOUNT-STATUS ") - PREPAYMENT NOT "
                   "POSTED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-ACCOUNT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "PREPAYMENT NOT POSTED"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-PREPAY-AMOUNT >
               ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
               DISPLAY "INSUFFICIENT FUNDS IN ACCOUNT "
                   LOAN-ACCOUNT " FOR THIS PREPAYMENT"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-PREPAY-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           PERFORM CHECK-FILE-STATUS
           UNLOCK ACCOUNT-FILE
           IF WS-STATUS NOT = "00"
               DISPLAY "FAILED TO DEBIT ACCOUNT " LOAN-ACCOUNT
               EXIT PARAGRAPH
           END-IF

           MOVE GL-LOAN-CONTROL-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** LOANS RECEIVABLE CONTROL ACCOUNT "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD WS-PREPAY-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           MOVE LOAN-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-LOAN-CONTROL-ACCOUNT TO TO-ACCOUNT
           MOVE WS-PREPAY-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "R" TO TRANSACTION-TYPE
           MOVE SPACES TO WS-TRANSACTION-MEMO
           STRING "LOAN:" LOAN-ID "/PREPAYMENT"
               DELIMITED BY SIZE INTO WS-TRANSACTION-MEMO
           PERFORM WRITE-TELLER-TRANSACTION

           SUBTRACT WS-PREPAY-AMOUNT FROM LOAN-OUTSTANDING
           REWRITE LOAN-RECORD
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE THE LOAN - STATUS: "
                   WS-LOAN-STATUS " ***"
               EXIT PARAGRAPH
           END-IF

      *    THE REDRAW OPENS THE LOAN FILES ITSELF - HAND THEM
      *    OVER AND TAKE THEM BACK AFTERWARDS
           CALL "BUSINESS-DATE" USING WS-PREPAY-DATE
           CLOSE LOAN-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CALL "LOAN-REAMORTIZE" USING LOAN-ID WS-PREPAY-METHOD
               WS-PREPAY-REASON WS-PREPAY-DATE WS-REAMORTIZE-RESULT
           OPEN I-O LOAN-FILE
           OPEN I-O LOAN-SCHEDULE-FILE
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-REAMORTIZE-RESULT NOT = "Y"
               DISPLAY "*** PREPAYMENT POSTED BUT THE SCHEDULE WAS "
                   "NOT REDRAWN - REFER TO LOAN OPERATIONS ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PREPAYMENT POSTED - OUTSTANDING "
               LOAN-OUTSTANDING
           DISPLAY "NEW SCHEDULE: PAYMENT " LOAN-MONTHLY-PAYMENT
               ", FINAL INSTALLMENT " LOAN-TERM-MONTHS
           .

      *    WARNS THE TELLER A TERM DEPOSIT IS BEING BROKEN EARLY
      *    AND WORKS OUT THE PENALTY ON THE REQUESTED AMOUNT. A
      *    WITHDRAWAL ON OR AFTER MATURITY CARRIES NO PENALTY.
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-STAFF-CONFLICT
           IF WS-STAFF-CONFLICT = "Y"
               DISPLAY "ACCOUNT STAYS DORMANT"
               UNLOCK ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-CUSTOMER-NAME
           DISPLAY "ACCOUNT HOLDER:                "
               WS-CUSTOMER-DISPLAY-NAME
           .

       ADD-PAYEE.
           MOVE 0 TO WS-COOLING-ACCOUNT
           MOVE WS-SENDER-CUSTOMER-ID TO WS-COOLING-CUSTOMER
           MOVE 0 TO WS-COOLING-JOINT
           MOVE "PY" TO WS-COOLING-ACTION
           PERFORM CHECK-CONTACT-COOLING-OFF
           IF WS-COOLING-APPROVED = "N"
               DISPLAY "PAYEE NOT SAVED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SENDER-CUSTOMER-ID TO PAYEE-CUSTOMER-ID
           DISPLAY "NICKNAME:                      "
               WITH NO ADVANCING
               DISPLAY "FUNDING ACCOUNT " WS-SWEEP-SOURCE
                   " COULD NOT BE READ - NO SWEEP"
           ELSE
               MOVE ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
               MOVE "D" TO WS-RESTRICT-DIRECTION
               PERFORM CHECK-ACCOUNT-RESTRICTION
               IF ACCOUNT-STATUS NOT = "A"
                   OR ACCOUNT-BALANCE < WS-SWEEP-SHORTFALL
                   OR WS-ACCOUNT-RESTRICTED = "Y"
                   DISPLAY "FUNDING ACCOUNT " WS-SWEEP-SOURCE
                       " CANNOT COVER THE SHORTFALL OF "
                       WS-SWEEP-SHORTFALL " - NO SWEEP"
           DISPLAY "CUSTOMER ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-REL-CUSTOMER
           MOVE "RELATIONSHIP-VIEW" TO WS-SENSITIVE-SCREEN
           MOVE 0 TO WS-REL-COUNT
           MOVE 0 TO WS-REL-TOTAL-USD
           CALL "BUSINESS-DATE" USING WS-TODAYS-DATE
           MOVE WS-REL-CUSTOMER TO WS-MAIL-CHECK-CUSTOMER
           PERFORM WARN-IF-MAIL-RETURNED
           PERFORM SHOW-RECENT-NOTES
           DISPLAY "ACCT   TYPE CCY ST ROLE    BALANCE"

           MOVE "HELD" TO WS-REL-HOLD-LABEL
           END-PERFORM

           IF WS-REL-COUNT = 0
               MOVE WS-REL-CUSTOMER TO WS-SENSITIVE-CUSTOMER
               PERFORM LOG-SENSITIVE-CUSTOMER
               DISPLAY "NO ACCOUNTS BELONG TO CUSTOMER "
                   WS-REL-CUSTOMER
           ELSE
           PERFORM SHOW-SIGNER-AUTHORITIES
           .

      *    THE LAST FEW THINGS THE CUSTOMER TALKED TO US ABOUT,
      *    NEWEST FIRST (THE NOTE KEY RUNS THAT WAY). THE NOTES FILE
      *    IS OPENED ON DEMAND - NONE ON FILE SHOWS NOTHING.
       SHOW-RECENT-NOTES.
           OPEN INPUT NOTE-FILE
           IF WS-NOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REL-NOTE-COUNT
           MOVE "N" TO WS-REL-NOTE-EOF
           MOVE WS-REL-CUSTOMER TO CNOTE-CUSTOMER-ID
           MOVE 0 TO CNOTE-INVERSE-STAMP
           START NOTE-FILE KEY >= CNOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REL-NOTE-EOF
           END-START
           PERFORM UNTIL WS-REL-NOTE-EOF = "Y"
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REL-NOTE-EOF
                   NOT AT END
                       IF CNOTE-CUSTOMER-ID NOT = WS-REL-CUSTOMER
                           MOVE "Y" TO WS-REL-NOTE-EOF
                       ELSE
                           IF WS-REL-NOTE-COUNT = 0
                               DISPLAY "RECENT NOTES:"
                           END-IF
                           ADD 1 TO WS-REL-NOTE-COUNT
                           DISPLAY "  " CNOTE-DATE " " CNOTE-CATEGORY
                               " " CNOTE-TELLER-ID " "
                               FUNCTION TRIM(CNOTE-TEXT)
                           IF WS-REL-NOTE-COUNT >= WS-REL-NOTE-LIMIT
                               MOVE "Y" TO WS-REL-NOTE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-FILE
           .

      *    ACCOUNTS THIS CUSTOMER MAY SIGN ON WITHOUT OWNING -
      *    SIGNER-FILE IS KEYED ACCOUNT + CUSTOMER, SO THIS SCANS
      *    THE WHOLE FILE, THE SAME TRADE-OFF CALCULATE-ACTIVE-HOLDS

       SHOW-RELATIONSHIP-ACCOUNT.
           ADD 1 TO WS-REL-COUNT
           PERFORM LOG-SENSITIVE-ACCOUNT
           DISPLAY ACCOUNT-NUMBER "  " ACCOUNT-TYPE "    "
               ACCOUNT-CURRENCY " " ACCOUNT-STATUS "  "
               WS-REL-HOLD-LABEL "  " ACCOUNT-BALANCE
           DISPLAY "MEMBER CUSTOMER ID:            "
               WITH NO ADVANCING
           ACCEPT WS-REL-CUSTOMER
           MOVE "HOUSEHOLD-VIEW" TO WS-SENSITIVE-SCREEN
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HOUSEHOLD-STATUS NOT = "00"
               DISPLAY "NO HOUSEHOLDS ON FILE - BUILD THEM IN "
                       FUNCTION TRIM(CUSTOMER-FIRST-NAME)
                       "  HEAD " HH-IS-HEAD
           END-READ
           MOVE WS-REL-COUNT TO WS-SENSITIVE-SHOWN
           MOVE "HELD" TO WS-REL-HOLD-LABEL
           MOVE HH-CUSTOMER-ID TO ACCOUNT-CUSTOMER-ID
           MOVE "N" TO WS-REL-EOF
                       END-IF
               END-READ
           END-PERFORM
      *    A MEMBER WITH NO ACCOUNTS OF THEIR OWN WAS STILL SHOWN
           IF WS-REL-COUNT = WS-SENSITIVE-SHOWN
               MOVE HH-CUSTOMER-ID TO WS-SENSITIVE-CUSTOMER
               PERFORM LOG-SENSITIVE-CUSTOMER
           END-IF
           .

      *    THE ACCOUNT IN THE RECORD BUFFER IS ABOUT TO BE SHOWN -
      *    HAND IT, ITS OWNERS AND ITS HOME BRANCH TO
      *    SENSITIVE-ACCESS-LOG UNDER WS-SENSITIVE-SCREEN. THE GL
      *    CONTROL ACCOUNTS BELONG TO NOBODY AND ARE NEVER FLAGGED.
       LOG-SENSITIVE-ACCOUNT.
           IF ACCOUNT-TYPE = "G"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO WS-SENSITIVE-ACCOUNT
           MOVE ACCOUNT-CUSTOMER-ID TO WS-SENSITIVE-CUSTOMER
           MOVE ACCOUNT-JOINT-CUSTOMER-ID TO WS-SENSITIVE-JOINT
           MOVE ACCOUNT-BRANCH TO WS-SENSITIVE-BRANCH
           PERFORM LOG-SENSITIVE-ACCESS
           .

      *    THE SAME FOR A SCREEN THAT HOLDS ONLY THE ACCOUNT NUMBER
      *    (WS-SENSITIVE-ACCOUNT) - THE RECORD BUFFER IS REUSED.
       LOG-SENSITIVE-ACCOUNT-BY-NUMBER.
           IF WS-SENSITIVE-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SENSITIVE-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM LOG-SENSITIVE-ACCOUNT
           .

      *    A CUSTOMER SHOWN WITHOUT ANY ACCOUNT (WS-SENSITIVE-
      *    CUSTOMER) - THERE IS NO HOME BRANCH TO COMPARE AGAINST.
       LOG-SENSITIVE-CUSTOMER.
           MOVE 0 TO WS-SENSITIVE-ACCOUNT
           MOVE 0 TO WS-SENSITIVE-JOINT
           MOVE SPACES TO WS-SENSITIVE-BRANCH
           PERFORM LOG-SENSITIVE-ACCESS
           .

       LOG-SENSITIVE-ACCESS.
           CALL "SENSITIVE-ACCESS-LOG" USING WS-SENSITIVE-ACCOUNT
               WS-SENSITIVE-CUSTOMER WS-SENSITIVE-JOINT
               WS-SENSITIVE-BRANCH WS-TELLER-ID WS-TERMINAL-ID
               WS-SENSITIVE-SCREEN WS-SENSITIVE-HIT
           IF WS-SENSITIVE-HIT = "Y"
               DISPLAY "*** SENSITIVE PARTY - THIS VIEW HAS BEEN "
                   "LOGGED ***"
           END-IF
           .

      *    TOTALS THE ACTIVE, UNEXPIRED HOLDS AGAINST
           PERFORM ADD-GOAL-ALLOCATIONS
           .

      *    ONE TEST FOR EVERY POSTING PATH: THE CALLER SETS THE
      *    ACCOUNT, DIRECTION AND CHANNEL, AND REFUSES THE POSTING
      *    WHEN WS-ACCOUNT-RESTRICTED COMES BACK "Y". THE TELLER IS
      *    TOLD WHICH RESTRICTION STOPPED IT; RESTRICTION-MAINTENANCE
      *    SHOWS THE REST.
       CHECK-ACCOUNT-RESTRICTION.
           CALL "BUSINESS-DATE" USING WS-TODAYS-DATE
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-RESTRICT-ACCOUNT
               WS-TODAYS-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
      *    A KIOSK CUSTOMER IS NEVER SHOWN WHY - A FRAUD OR COURT
      *    RESTRICTION IS NOT THEIRS TO READ OFF A SCREEN
           IF WS-ACCOUNT-RESTRICTED = "Y" AND WS-KIOSK-MODE = "Y"
               DISPLAY "THIS ACCOUNT CANNOT BE USED HERE - PLEASE "
                   "SEE A TELLER"
           END-IF
           IF WS-ACCOUNT-RESTRICTED = "Y" AND WS-KIOSK-MODE NOT = "Y"
               EVALUATE WS-RESTRICT-TYPE
                   WHEN "D"
                       MOVE "NO DEBITS" TO WS-RESTRICT-TEXT
                   WHEN "C"
                       MOVE "NO CREDITS" TO WS-RESTRICT-TEXT
                   WHEN "X"
                       MOVE "NO EXTERNAL TRANSFERS" TO WS-RESTRICT-TEXT
                   WHEN "O"
                       MOVE "NO ONLINE OR KIOSK" TO WS-RESTRICT-TEXT
                   WHEN OTHER
                       MOVE "NO CARD" TO WS-RESTRICT-TEXT
               END-EVALUATE
               DISPLAY "*** ACCOUNT " WS-RESTRICT-ACCOUNT
                   " IS RESTRICTED - "
                   FUNCTION TRIM(WS-RESTRICT-TEXT)
                   " (REASON " WS-RESTRICT-REASON ") ***"
           END-IF
      *    EVERY POSTING PATH COMES THROUGH HERE WITH THE ACCOUNT IN
      *    THE RECORD BUFFER, SO THE STAFF-ACCOUNT BLOCK RIDES ALONG
      *    AS ONE MORE REASON THE POSTING MAY NOT GO AHEAD
           IF WS-ACCOUNT-RESTRICTED = "N"
               AND ACCOUNT-NUMBER = WS-RESTRICT-ACCOUNT
               PERFORM CHECK-STAFF-CONFLICT
               IF WS-STAFF-CONFLICT = "Y"
                   MOVE "Y" TO WS-ACCOUNT-RESTRICTED
               END-IF
           END-IF
           MOVE SPACE TO WS-RESTRICT-CHANNEL
           .

      *    A MEMBER OF STAFF MAY NOT POST TO, REVERSE ON, CHANGE THE
      *    LIMITS OF OR REACTIVATE AN ACCOUNT THAT THEY OR THEIR
      *    HOUSEHOLD OWN OR SIGN ON. THE ACCOUNT IN THE RECORD BUFFER
      *    IS TESTED AGAINST THE SIGNED-ON TELLER'S OWN CUSTOMER-ID;
      *    A HIT IS REFUSED AND A SUPERVISOR WITH NO LINK TO THE
      *    ACCOUNT IS NAMED TO DO THE WORK INSTEAD. THE KIOSK HAS NO
      *    TELLER, SO IT IS NEVER REFUSED HERE.
       CHECK-STAFF-CONFLICT.
           MOVE "N" TO WS-STAFF-CONFLICT
           IF WS-TELLER-CUSTOMER-ID = 0 OR WS-KIOSK-MODE = "Y"
               EXIT PARAGRAPH
           END-IF
           CALL "STAFF-ACCOUNT-LINK" USING WS-TELLER-CUSTOMER-ID
               ACCOUNT-NUMBER ACCOUNT-CUSTOMER-ID
               ACCOUNT-JOINT-CUSTOMER-ID WS-STAFF-CONFLICT
               WS-STAFF-LINK-TYPE
           IF WS-STAFF-CONFLICT = "N"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-STAFF-LINK-TYPE
               WHEN "O"
                   MOVE "IT IS YOUR OWN ACCOUNT" TO WS-STAFF-LINK-TEXT
               WHEN "J"
                   MOVE "YOU ARE A JOINT OWNER" TO WS-STAFF-LINK-TEXT
               WHEN "S"
                   MOVE "YOU ARE A SIGNER ON IT" TO WS-STAFF-LINK-TEXT
               WHEN OTHER
                   MOVE "IT BELONGS TO YOUR HOUSEHOLD"
                       TO WS-STAFF-LINK-TEXT
           END-EVALUATE
           DISPLAY "*** ACCOUNT " ACCOUNT-NUMBER " IS A STAFF "
               "ACCOUNT - " FUNCTION TRIM(WS-STAFF-LINK-TEXT) " ***"
           PERFORM FIND-UNLINKED-SUPERVISOR
           IF WS-STAFF-SUPERVISOR-ID = SPACES
               DISPLAY "*** ANOTHER SUPERVISOR MUST DO THIS FOR YOU "
                   "***"
           ELSE
               DISPLAY "*** SUPERVISOR "
                   FUNCTION TRIM(WS-STAFF-SUPERVISOR-ID) " ("
                   FUNCTION TRIM(WS-STAFF-SUPERVISOR-NAME)
                   ") MUST DO THIS INSTEAD ***"
           END-IF
           .

      *    THE SAME TEST FOR AN ACCOUNT KNOWN ONLY BY NUMBER - A
      *    PLAIN READ, SO ONLY FROM WHERE NO ACCOUNT LOCK IS HELD.
       CHECK-STAFF-CONFLICT-BY-NUMBER.
           MOVE "N" TO WS-STAFF-CONFLICT
           IF WS-TELLER-CUSTOMER-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STAFF-CHECK-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CHECK-STAFF-CONFLICT
           END-READ
           .

      *    FIRST ACTIVE, UNLOCKED SUPERVISOR ON THE TELLER MASTER -
      *    OTHER THAN THE SIGNED-ON TELLER - WITH NO LINK OF THEIR
      *    OWN TO THE ACCOUNT IN THE RECORD BUFFER.
       FIND-UNLINKED-SUPERVISOR.
           MOVE SPACES TO WS-STAFF-SUPERVISOR-ID
           MOVE SPACES TO WS-STAFF-SUPERVISOR-NAME
           IF WS-TELLER-FILE-AVAILABLE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-STAFF-TELLER-EOF
           MOVE LOW-VALUES TO TELLER-ID
           START TELLER-FILE KEY >= TELLER-ID
               INVALID KEY
                   MOVE "Y" TO WS-STAFF-TELLER-EOF
           END-START
           PERFORM UNTIL WS-STAFF-TELLER-EOF = "Y"
               READ TELLER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STAFF-TELLER-EOF
                   NOT AT END
                       IF TELLER-ROLE = "S" AND TELLER-ACTIVE = "Y"
                           AND TELLER-LOCKED NOT = "Y"
                           AND TELLER-ID NOT = WS-TELLER-ID
                           CALL "STAFF-ACCOUNT-LINK" USING
                               TELLER-CUSTOMER-ID ACCOUNT-NUMBER
                               ACCOUNT-CUSTOMER-ID
                               ACCOUNT-JOINT-CUSTOMER-ID
                               WS-STAFF-SUPERVISOR-LINKED
                               WS-STAFF-SUPERVISOR-TYPE
                           IF WS-STAFF-SUPERVISOR-LINKED = "N"
                               MOVE TELLER-ID TO WS-STAFF-SUPERVISOR-ID
                               MOVE TELLER-NAME
                                   TO WS-STAFF-SUPERVISOR-NAME
                               MOVE "Y" TO WS-STAFF-TELLER-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    MONEY A CUSTOMER HAS PUT ASIDE UNDER A NAMED GOAL IS
      *    SPOKEN FOR - IT COUNTS AGAINST AVAILABLE FUNDS EXACTLY
      *    LIKE A HOLD UNTIL THE TELLER RELEASES THE GOAL.
               MOVE 0 TO WS-EFFECTIVE-DATE
               EXIT PARAGRAPH
           END-IF
           CALL "PERIOD-CHECK" USING WS-EFFECTIVE-DATE
               WS-PERIOD-CLOSED WS-PERIOD-MONTH
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "PERIOD " WS-PERIOD-MONTH " IS CLOSED - THE "
                   "POSTING WILL BE DATED TODAY AND FLAGGED AS A "
                   "PRIOR-PERIOD ADJUSTMENT"
           END-IF
           IF WS-TELLER-FILE-AVAILABLE = "Y"
               DISPLAY "BACK-DATED POSTING NEEDS A SUPERVISOR."
               DISPLAY "SUPERVISOR ID:                 "
               - FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE)
           MOVE WS-BACKDATE-DATE-INTEGER TO WS-BACKDATE-DAYS
           MOVE "Y" TO WS-BACKDATE-OK
      *    A CLOSED MONTH KEEPS THE APPROVAL (THE SAVINGS INTEREST
      *    ADJUSTMENT IS STILL OWED) BUT NOT THE DATE
           IF WS-PERIOD-CLOSED = "Y"
               MOVE WS-EFFECTIVE-DATE TO WS-PPA-INTENDED-DATE
               MOVE 0 TO WS-EFFECTIVE-DATE
               DISPLAY "POSTING WILL BE DATED TODAY AS A PRIOR-PERIOD "
                   "ADJUSTMENT FOR " WS-PPA-INTENDED-DATE " ("
                   WS-BACKDATE-DAYS " DAYS BACK)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "POSTING WILL CARRY EFFECTIVE DATE "
               WS-EFFECTIVE-DATE " (" WS-BACKDATE-DAYS
               " DAYS BACK)"
           .

      *    FLAGS THE POSTING JUST STAGED IN TRANSACTION-RECORD AS A
      *    PRIOR-PERIOD ADJUSTMENT FOR WS-PPA-INTENDED-DATE. THE
      *    CALLER HAS SET PPI-KIND AND PPI-ORIGINAL-REF. ONE-SHOT,
      *    LIKE THE EFFECTIVE DATE IT STANDS IN FOR.
       LOG-PRIOR-PERIOD-ADJ.
           MOVE TRANSACTION-REF TO PPI-REF
           MOVE WS-PPA-INTENDED-DATE TO PPI-INTENDED-DATE
           MOVE TRANSACTION-DATE TO PPI-POSTED-DATE
           MOVE TRANSACTION-TIME TO PPI-POSTED-TIME
           MOVE FROM-ACCOUNT TO PPI-FROM-ACCOUNT
           MOVE TO-ACCOUNT TO PPI-TO-ACCOUNT
           MOVE TRANSACTION-AMOUNT TO PPI-AMOUNT
           MOVE TRANSACTION-TYPE TO PPI-TYPE
           MOVE WS-TELLER-ID TO PPI-OPERATOR
           MOVE "BANKING" TO PPI-PRODUCED-BY
           CALL "PRIOR-PERIOD-WRITE" USING PRIOR-PERIOD-ITEM
           MOVE 0 TO WS-PPA-INTENDED-DATE
           .

      *    THE COMPENSATING INTEREST THE NIGHTLY INTEREST-ACCRUAL
      *    WOULD HAVE BOOKED HAD THE POSTING BEEN KEYED ON TIME:
      *    THE ACCRUAL EARNS BALANCE TIMES THE SAVINGS-INT-RATE
      *    ROW EACH NIGHTLY RUN, SO THE MISSED AMOUNT IS THE POSTED
      *    VALUE TIMES THAT RATE TIMES THE DAYS THE POSTING WAS
      *    LATE. ONLY A SAVINGS ACCOUNT EARNS IT - OTHER TYPES GET
