       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW-ANALYSIS.

      *    YEARLY ESCROW ANALYSIS, RUN FROM JOB-SCHEDULER (FREQUENCY
      *    "Y"). FOR EVERY ACTIVE ESCROW ON A RUNNING LOAN:
      *      - THE COMING TWELVE MONTHS OF BILLS ARE PROJECTED FROM
      *        THE ACTIVE ROWS IN escrow_disbursements.dat (NEXT DUE
      *        DATE ROLLED ON BY EACH BILL'S FREQUENCY);
      *      - THE MONTHLY ESCROW IS SET TO ONE TWELFTH OF THE YEAR'S
      *        BILLS, AND THE ESCROW BALANCE IS RUN FORWARD MONTH BY
      *        MONTH ON THAT AMOUNT TO FIND ITS LOWEST POINT;
      *      - THE LOWEST POINT IS COMPARED WITH A CUSHION OF
      *        ESCROW-CUSHION-MONTHS (FALLBACK 2) MONTHS OF BILLS. A
      *        SHORTAGE IS SPREAD OVER THE NEXT TWELVE INSTALLMENTS.
      *        A SURPLUS OF ESCROW-REFUND-MIN (FALLBACK 50.00) OR
      *        MORE IS REFUNDED TO THE LOAN'S DEPOSIT ACCOUNT OUT OF
      *        THE ESCROW CONTROL ACCOUNT; A SMALLER ONE STAYS IN
      *        ESCROW;
      *      - THE NEW MONTHLY AMOUNT GOES ON loan_escrow.dat, TAKING
      *        EFFECT WITH THE NEXT INSTALLMENT COLLECTED, AND AN
      *        ESCROW STATEMENT - ADDRESSED FROM THE CONTACT ROW IN
      *        FORCE - IS ADDED TO escrow_statements.txt.
      *
      *    GOBACK RETURNS RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-FILE
               ASSIGN TO "02_BANKING/loan_escrow.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-LOAN-ID
               FILE STATUS IS WS-ESCROW-STATUS.

           SELECT DISBURSEMENT-FILE
               ASSIGN TO "02_BANKING/escrow_disbursements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDS-KEY
               FILE STATUS IS WS-DISBURSEMENT-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "02_BANKING/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

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

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "02_BANKING/escrow_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/escrow_analysis_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ESCROW-FILE.
           COPY "LOAN-ESCROW-RECORD.cpy".

       FD DISBURSEMENT-FILE.
           COPY "ESCROW-DISBURSEMENT-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-ESCROW-STATUS PIC XX.
       01 WS-DISBURSEMENT-STATUS PIC XX.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-STATEMENT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ESCROW-EOF PIC X VALUE "N".
       01 WS-DISBURSEMENT-EOF PIC X.
       01 WS-CONTACT-EOF PIC X.
       01 WS-DISBURSEMENT-OPEN PIC X VALUE "N".
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 9(2).
           05 WS-TODAY-DAY PIC 9(2).
       01 WS-TODAY-MONTHS PIC 9(6).
       01 WS-ANALYSED-COUNT PIC 9(5) VALUE 0.
       01 WS-SHORTAGE-COUNT PIC 9(5) VALUE 0.
       01 WS-REFUND-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.

      *ESCROW-CUSHION-MONTHS AND ESCROW-REFUND-MIN PARAMETER ROWS
       01 WS-CUSHION-MONTHS PIC 9(2) VALUE 2.
       01 WS-REFUND-MINIMUM PIC 9(5)V99 VALUE 50.00.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *THE COMING YEAR, ONE BUCKET PER INSTALLMENT MONTH, AND EVERY
      *PROJECTED BILL FOR THE STATEMENT
       01 WS-MONTH-TABLE.
           05 WS-MONTH-BILLS PIC 9(7)V99 OCCURS 12 TIMES.
       01 WS-BILL-TABLE.
           05 WS-BILL-ENTRY OCCURS 60 TIMES.
               10 WS-BILL-DATE PIC 9(8).
               10 WS-BILL-PAYEE PIC X(30).
               10 WS-BILL-AMOUNT PIC 9(7)V99.
       01 WS-BILL-COUNT PIC 9(3).
       01 WS-MONTH-INDEX PIC 9(3).
       01 WS-BILL-INDEX PIC 9(3).
       01 WS-OCCURRENCE-MONTHS PIC 9(6).
       01 WS-OFFSET PIC S9(5).
       01 WS-PROJECTING PIC X.

       01 WS-ANNUAL-BILLS PIC 9(7)V99.
       01 WS-BASE-MONTHLY PIC 9(5)V99.
       01 WS-NEW-MONTHLY PIC 9(5)V99.
       01 WS-OLD-MONTHLY PIC 9(5)V99.
       01 WS-CUSHION PIC 9(7)V99.
       01 WS-RUNNING-BALANCE PIC S9(7)V99.
       01 WS-LOW-POINT PIC S9(7)V99.
       01 WS-SHORTAGE PIC 9(7)V99.
       01 WS-SURPLUS PIC 9(7)V99.
       01 WS-REFUNDED PIC X.
       01 WS-OPENING-BALANCE PIC S9(7)V99.

       01 WS-HOLDER-NAME PIC X(40).
       01 WS-BEST-ADDRESS-1 PIC X(30).
       01 WS-BEST-ADDRESS-2 PIC X(30).
       01 WS-BEST-CITY PIC X(20).
       01 WS-BEST-POSTAL PIC X(10).
       01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99-.
       01 WS-DISPLAY-AMOUNT-2 PIC Z,ZZZ,ZZ9.99-.

      *ROLLING A DUE DATE ON BY WHOLE MONTHS - THE DAY IS PULLED
      *BACK TO THE MONTH'S LAST DAY WHEN THE MONTH IS SHORTER
       01 WS-ROLL-MONTHS PIC 9(2).
       01 WS-ROLL-DATE PIC 9(8).
       01 WS-ROLL-PARTS REDEFINES WS-ROLL-DATE.
           05 WS-ROLL-YEAR PIC 9(4).
           05 WS-ROLL-MONTH PIC 9(2).
           05 WS-ROLL-DAY PIC 9(2).
       01 WS-ROLL-TOTAL-MONTHS PIC 9(3).
       01 WS-ROLL-MONTH-END PIC 9(8).
       01 WS-ROLL-MONTH-END-PARTS REDEFINES WS-ROLL-MONTH-END.
           05 FILLER PIC 9(6).
           05 WS-ROLL-LAST-DAY PIC 9(2).
       01 WS-ROLL-NEXT-FIRST PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-MONTHS =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH

           MOVE "ESCROW-CUSHION-MONTHS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-CUSHION-MONTHS
           END-IF
           MOVE "ESCROW-REFUND-MIN" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-REFUND-MINIMUM
           END-IF

           OPEN I-O ESCROW-FILE
           IF WS-ESCROW-STATUS = "35"
               DISPLAY "ESCROW ANALYSIS: NO ESCROWS ON DISK - "
                   "NOTHING TO ANALYSE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ESCROW FILE - "
                   "STATUS: " WS-ESCROW-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN MASTER - "
                   "STATUS: " WS-LOAN-STATUS " ***"
               CLOSE ESCROW-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE ESCROW-FILE
               CLOSE LOAN-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT DISBURSEMENT-FILE
           IF WS-DISBURSEMENT-STATUS = "00"
               MOVE "Y" TO WS-DISBURSEMENT-OPEN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF
           OPEN EXTEND STATEMENT-FILE
           IF WS-STATEMENT-STATUS = "35"
               OPEN OUTPUT STATEMENT-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ESCROW ANALYSIS - " WS-TODAY-DATE
               "  (CUSHION " WS-CUSHION-MONTHS " MONTHS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOAN   BALANCE       OLD MONTHLY NEW MONTHLY"
               & "  SHORTAGE/SURPLUS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL WS-ESCROW-EOF = "Y"
               READ ESCROW-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ESCROW-EOF
                   NOT AT END
                       IF ESC-STATUS = "A"
                           PERFORM ANALYSE-ONE-ESCROW
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-ANALYSED-COUNT " ESCROWS ANALYSED, "
               WS-SHORTAGE-COUNT " WITH A SHORTAGE, "
               WS-REFUND-COUNT " SURPLUSES REFUNDED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE ESCROW-FILE
           CLOSE LOAN-FILE
           CLOSE ACCOUNT-FILE
           IF WS-DISBURSEMENT-OPEN = "Y"
               CLOSE DISBURSEMENT-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE CONTACT-FILE
           CLOSE STATEMENT-FILE
           CLOSE REPORT-FILE
           DISPLAY "ESCROW ANALYSIS COMPLETE - " WS-ANALYSED-COUNT
               " ESCROWS ANALYSED"
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       ANALYSE-ONE-ESCROW.
           MOVE ESC-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LOAN-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE ESC-MONTHLY-AMOUNT TO WS-OLD-MONTHLY
           MOVE ESC-BALANCE TO WS-OPENING-BALANCE
           PERFORM PROJECT-COMING-YEAR

      *    ONE TWELFTH OF THE YEAR'S BILLS, THEN THE BALANCE RUN
      *    FORWARD ON THAT TO ITS LOWEST POINT
           COMPUTE WS-BASE-MONTHLY ROUNDED = WS-ANNUAL-BILLS / 12
           COMPUTE WS-CUSHION ROUNDED =
               WS-ANNUAL-BILLS * WS-CUSHION-MONTHS / 12
           MOVE ESC-BALANCE TO WS-RUNNING-BALANCE
           MOVE ESC-BALANCE TO WS-LOW-POINT
           PERFORM VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > 12
               ADD WS-BASE-MONTHLY TO WS-RUNNING-BALANCE
               SUBTRACT WS-MONTH-BILLS(WS-MONTH-INDEX)
                   FROM WS-RUNNING-BALANCE
               IF WS-RUNNING-BALANCE < WS-LOW-POINT
                   MOVE WS-RUNNING-BALANCE TO WS-LOW-POINT
               END-IF
           END-PERFORM

           MOVE 0 TO WS-SHORTAGE
           MOVE 0 TO WS-SURPLUS
           MOVE "N" TO WS-REFUNDED
           IF WS-LOW-POINT < WS-CUSHION
               COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-POINT
               COMPUTE WS-NEW-MONTHLY ROUNDED =
                   WS-BASE-MONTHLY + WS-SHORTAGE / 12
               ADD 1 TO WS-SHORTAGE-COUNT
           ELSE
               COMPUTE WS-SURPLUS = WS-LOW-POINT - WS-CUSHION
               MOVE WS-BASE-MONTHLY TO WS-NEW-MONTHLY
               IF WS-SURPLUS >= WS-REFUND-MINIMUM
                   PERFORM REFUND-SURPLUS
               END-IF
           END-IF

           MOVE WS-NEW-MONTHLY TO ESC-MONTHLY-AMOUNT
           MOVE WS-TODAY-DATE TO ESC-LAST-ANALYSIS-DATE
           MOVE WS-SHORTAGE TO ESC-LAST-SHORTAGE
           MOVE WS-SURPLUS TO ESC-LAST-SURPLUS
           REWRITE LOAN-ESCROW-RECORD
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE THE ESCROW OF LOAN "
                   ESC-LOAN-ID " - STATUS: " WS-ESCROW-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ANALYSED-COUNT

           MOVE WS-OPENING-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-SHORTAGE > 0
               MOVE WS-SHORTAGE TO WS-DISPLAY-AMOUNT-2
               STRING ESC-LOAN-ID " " WS-DISPLAY-AMOUNT "  "
                   WS-OLD-MONTHLY "    " WS-NEW-MONTHLY
                   "  SHORT " WS-DISPLAY-AMOUNT-2
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE WS-SURPLUS TO WS-DISPLAY-AMOUNT-2
               IF WS-REFUNDED = "Y"
                   STRING ESC-LOAN-ID " " WS-DISPLAY-AMOUNT "  "
                       WS-OLD-MONTHLY "    " WS-NEW-MONTHLY
                       "  REFUND " WS-DISPLAY-AMOUNT-2
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING ESC-LOAN-ID " " WS-DISPLAY-AMOUNT "  "
                       WS-OLD-MONTHLY "    " WS-NEW-MONTHLY
                       "  OVER " WS-DISPLAY-AMOUNT-2
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE
           PERFORM WRITE-ESCROW-STATEMENT
           .

      *    EVERY ACTIVE BILL'S DUE DATES FROM ITS NEXT DUE DATE ON,
      *    BUCKETED BY INSTALLMENT MONTH: MONTH 1 IS NEXT MONTH (A
      *    BILL STILL TO COME THIS MONTH COUNTS THERE TOO, SINCE NO
      *    MORE ESCROW IS COLLECTED BEFORE IT), MONTH 12 A YEAR OUT.
       PROJECT-COMING-YEAR.
           INITIALIZE WS-MONTH-TABLE
           MOVE 0 TO WS-BILL-COUNT
           MOVE 0 TO WS-ANNUAL-BILLS
           IF WS-DISBURSEMENT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DISBURSEMENT-EOF
           MOVE ESC-LOAN-ID TO EDS-LOAN-ID
           MOVE 0 TO EDS-SEQUENCE
           START DISBURSEMENT-FILE KEY >= EDS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DISBURSEMENT-EOF
           END-START
           PERFORM UNTIL WS-DISBURSEMENT-EOF = "Y"
               READ DISBURSEMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DISBURSEMENT-EOF
                   NOT AT END
                       IF EDS-LOAN-ID NOT = ESC-LOAN-ID
                           MOVE "Y" TO WS-DISBURSEMENT-EOF
                       ELSE
                           IF EDS-STATUS = "A"
                               PERFORM PROJECT-ONE-BILL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       PROJECT-ONE-BILL.
           EVALUATE EDS-FREQUENCY
               WHEN "S"
                   MOVE 6 TO WS-ROLL-MONTHS
               WHEN "Q"
                   MOVE 3 TO WS-ROLL-MONTHS
               WHEN "O"
                   MOVE 0 TO WS-ROLL-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-ROLL-MONTHS
           END-EVALUATE
           MOVE EDS-NEXT-DUE-DATE TO WS-ROLL-DATE
           MOVE "Y" TO WS-PROJECTING
           PERFORM UNTIL WS-PROJECTING = "N"
               COMPUTE WS-OCCURRENCE-MONTHS =
                   WS-ROLL-YEAR * 12 + WS-ROLL-MONTH
               COMPUTE WS-OFFSET =
                   WS-OCCURRENCE-MONTHS - WS-TODAY-MONTHS
               IF WS-OFFSET > 12
                   MOVE "N" TO WS-PROJECTING
               ELSE
                   IF WS-OFFSET < 1
                       MOVE 1 TO WS-OFFSET
                   END-IF
                   ADD EDS-AMOUNT TO WS-MONTH-BILLS(WS-OFFSET)
                   ADD EDS-AMOUNT TO WS-ANNUAL-BILLS
                   IF WS-BILL-COUNT < 60
                       ADD 1 TO WS-BILL-COUNT
                       MOVE WS-ROLL-DATE TO WS-BILL-DATE(WS-BILL-COUNT)
                       MOVE EDS-PAYEE-NAME
                           TO WS-BILL-PAYEE(WS-BILL-COUNT)
                       MOVE EDS-AMOUNT TO WS-BILL-AMOUNT(WS-BILL-COUNT)
                   END-IF
                   IF WS-ROLL-MONTHS = 0
                       MOVE "N" TO WS-PROJECTING
                   ELSE
                       PERFORM ADD-MONTHS-TO-ROLL-DATE
                   END-IF
               END-IF
           END-PERFORM
           .

      *    THE SURPLUS GOES BACK TO THE BORROWER'S DEPOSIT ACCOUNT.
      *    AN ACCOUNT THAT IS GONE OR NOT ACTIVE CANNOT TAKE IT - IT
      *    STAYS IN ESCROW AND THE STATEMENT SAYS SO.
       REFUND-SURPLUS.
           MOVE LOAN-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           ADD WS-SURPLUS TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO CREDIT THE ESCROW REFUND TO "
                   LOAN-ACCOUNT " - STATUS: " WS-ACCOUNT-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE GL-ESCROW-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** ESCROW CONTROL ACCOUNT MISSING - "
                       "RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   SUBTRACT WS-SURPLUS FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE GL-ESCROW-ACCOUNT TO FROM-ACCOUNT
           MOVE LOAN-ACCOUNT TO TO-ACCOUNT
           MOVE WS-SURPLUS TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "LOAN:" LOAN-ID "/ESCROW REFUND"
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE
           SUBTRACT WS-SURPLUS FROM ESC-BALANCE
           MOVE "Y" TO WS-REFUNDED
           ADD 1 TO WS-REFUND-COUNT
           .

       WRITE-ESCROW-STATEMENT.
           PERFORM FIND-BORROWER-ADDRESS
           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "ANNUAL ESCROW STATEMENT - LOAN " LOAN-ID
               "               DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "TO: " FUNCTION TRIM(WS-HOLDER-NAME)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "    " WS-BEST-ADDRESS-1
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-BEST-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING "    " WS-BEST-ADDRESS-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING "    " FUNCTION TRIM(WS-BEST-CITY) " "
               FUNCTION TRIM(WS-BEST-POSTAL)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-OPENING-BALANCE TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "ESCROW BALANCE TODAY               "
               WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "BILLS WE EXPECT TO PAY FROM ESCROW IN THE COMING YEAR:"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-BILL-COUNT = 0
               MOVE "    NONE" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           PERFORM VARYING WS-BILL-INDEX FROM 1 BY 1
               UNTIL WS-BILL-INDEX > WS-BILL-COUNT
               MOVE WS-BILL-AMOUNT(WS-BILL-INDEX) TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO STATEMENT-LINE
               STRING "    " WS-BILL-DATE(WS-BILL-INDEX) "  "
                   WS-BILL-PAYEE(WS-BILL-INDEX) " " WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-PERFORM
           MOVE WS-ANNUAL-BILLS TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "    TOTAL FOR THE YEAR                       "
               WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE WS-LOW-POINT TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "LOWEST PROJECTED BALANCE           "
               WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-CUSHION TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO STATEMENT-LINE
           STRING "REQUIRED CUSHION (" WS-CUSHION-MONTHS " MONTHS)"
               "          " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           EVALUATE TRUE
               WHEN WS-SHORTAGE > 0
                   MOVE WS-SHORTAGE TO WS-DISPLAY-AMOUNT
                   STRING "YOUR ESCROW IS SHORT BY "
                       FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                       " - SPREAD OVER THE NEXT 12 PAYMENTS."
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               WHEN WS-REFUNDED = "Y"
                   MOVE WS-SURPLUS TO WS-DISPLAY-AMOUNT
                   STRING "SURPLUS OF " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                       " REFUNDED TO ACCOUNT " LOAN-ACCOUNT "."
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               WHEN WS-SURPLUS > 0
                   MOVE WS-SURPLUS TO WS-DISPLAY-AMOUNT
                   STRING "SURPLUS OF " FUNCTION TRIM(WS-DISPLAY-AMOUNT)
                       " KEPT IN ESCROW."
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               WHEN OTHER
                   MOVE "YOUR ESCROW IS EXACTLY ON TARGET."
                       TO STATEMENT-LINE
           END-EVALUATE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "MONTHLY ESCROW WAS " WS-OLD-MONTHLY
               ", FROM YOUR NEXT PAYMENT IT IS " WS-NEW-MONTHLY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           .

      *    THE NEWEST CONTACT ROW ALREADY IN EFFECT - THE SAME RULE
      *    THE STATEMENTS USE FOR THEIR MAILING HEADER.
       FIND-BORROWER-ADDRESS.
           MOVE "BORROWER" TO WS-HOLDER-NAME
           MOVE LOAN-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               NOT INVALID KEY
                   MOVE SPACES TO WS-HOLDER-NAME
                   STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                       FUNCTION TRIM(CUSTOMER-LAST-NAME)
                       DELIMITED BY SIZE INTO WS-HOLDER-NAME
           END-READ
           MOVE "ADDRESS NOT ON FILE" TO WS-BEST-ADDRESS-1
           MOVE SPACES TO WS-BEST-ADDRESS-2
           MOVE SPACES TO WS-BEST-CITY
           MOVE SPACES TO WS-BEST-POSTAL
           IF WS-CONTACT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTACT-EOF
           MOVE LOAN-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
           MOVE 0 TO CONTACT-EFFECTIVE-DATE
           START CONTACT-FILE KEY >= CONTACT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CONTACT-EOF
           END-START
           PERFORM UNTIL WS-CONTACT-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CONTACT-EOF
                   NOT AT END
                       IF CONTACT-CUSTOMER-ID NOT = LOAN-CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-CONTACT-EOF
                       ELSE
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO WS-BEST-ADDRESS-1
                           MOVE CONTACT-ADDRESS-LINE-2
                               TO WS-BEST-ADDRESS-2
                           MOVE CONTACT-CITY TO WS-BEST-CITY
                           MOVE CONTACT-POSTAL-CODE TO WS-BEST-POSTAL
                       END-IF
               END-READ
           END-PERFORM
           .

       ADD-MONTHS-TO-ROLL-DATE.
           COMPUTE WS-ROLL-TOTAL-MONTHS =
               WS-ROLL-MONTH - 1 + WS-ROLL-MONTHS
           COMPUTE WS-ROLL-YEAR =
               WS-ROLL-YEAR + WS-ROLL-TOTAL-MONTHS / 12
           COMPUTE WS-ROLL-MONTH =
               FUNCTION MOD(WS-ROLL-TOTAL-MONTHS, 12) + 1
           IF WS-ROLL-DAY > 28
               IF WS-ROLL-MONTH = 12
                   COMPUTE WS-ROLL-NEXT-FIRST =
                       (WS-ROLL-YEAR + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-ROLL-NEXT-FIRST =
                       WS-ROLL-YEAR * 10000
                       + (WS-ROLL-MONTH + 1) * 100 + 1
               END-IF
               COMPUTE WS-ROLL-MONTH-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ROLL-NEXT-FIRST) - 1)
               IF WS-ROLL-DAY > WS-ROLL-LAST-DAY
                   MOVE WS-ROLL-LAST-DAY TO WS-ROLL-DAY
               END-IF
           END-IF
           .

       END PROGRAM ESCROW-ANALYSIS.
