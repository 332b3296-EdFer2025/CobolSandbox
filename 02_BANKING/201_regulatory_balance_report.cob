       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGULATORY-BALANCE-REPORT.

      *    QUARTERLY REGULATORY BALANCE SHEET - THE DEPOSIT AND LOAN
      *    SCHEDULES OF THE QUARTER-END RETURN. EVERY banking.dat
      *    CUSTOMER ACCOUNT AND EVERY loans.dat LOAN IS PLACED ON A
      *    SCHEDULE LINE AS IT STOOD ON THE QUARTER-END DATE:
      *      DEPOSITS - DEMAND (ACCOUNT-TYPE "C"), SAVINGS ("S") AND
      *        TIME ("T"), EACH SPLIT INDIVIDUAL VERSUS BUSINESS BY
      *        THE PRIMARY HOLDER'S CUSTOMER-TYPE, WITH THE INSURED
      *        AND UNINSURED SHARES WORKED OUT THE WAY
      *        DEPOSIT-INSURANCE-REPORT DOES IT - EACH DEPOSITOR'S
      *        BALANCES AGGREGATED ACROSS ALL THEIR ACCOUNTS (A JOINT
      *        ACCOUNT HALF TO EACH HOLDER) AND CAPPED AT THE
      *        INSURED-LIMIT PARAMETER, THE COVER SHARED PRO RATA
      *        OVER THE DEPOSITOR'S ACCOUNTS. A SECOND TABLE BREAKS
      *        EACH TYPE DOWN BY PRODUCT (products.dat).
      *      LOANS - BY PURPOSE CLASS FROM THE APPLICATION THE LOAN
      *        WAS BOOKED FROM (LAPP-PURPOSE-CODE): RESIDENTIAL REAL
      *        ESTATE, AUTO, OTHER CONSUMER, COMMERCIAL. A LOAN WITH
      *        NO APPLICATION LINK OR CLASS GOES TO COMMERCIAL FOR A
      *        BUSINESS BORROWER AND OTHER CONSUMER OTHERWISE, AND IS
      *        COUNTED AT THE FOOT. OVERDRAWN DEPOSIT ACCOUNTS ARE
      *        SCHEDULED HERE AS OVERDRAFTS, NOT AS DEPOSITS. THE
      *        PAST-DUE COLUMNS AGE EACH LOAN THE WAY LOAN-DELINQUENCY
      *        DOES - BY ITS OLDEST INSTALLMENT DUE BEFORE QUARTER END
      *        AND NOT PAID BY THEN - AND CARRY ITS OUTSTANDING.
      *    QUARTER-END BALANCES COME FROM THE MONTHLY SUMMARY MASTER
      *    (monthly_summary.dat) FOR THE QUARTER'S LAST MONTH; WHILE
      *    THAT MONTH IS NOT YET CLOSED THE LIVE BALANCE STANDS IN.
      *    A LOAN'S QUARTER-END OUTSTANDING IS THE LIVE FIGURE PLUS
      *    THE SCHEDULED PRINCIPAL PAID SINCE. INTEREST FOR THE
      *    QUARTER IS THE MSUM-INTEREST CREDITED TO EACH DEPOSIT
      *    ACCOUNT IN THE THREE MONTHS (EXPENSE) AND THE SCHEDULED
      *    INTEREST OF THE INSTALLMENTS PAID IN THE QUARTER (INCOME).
      *    BALANCES ARE USD - FOREIGN-CURRENCY ACCOUNTS ARE LEFT OUT
      *    AND TOTALLED IN THE RECONCILIATION.
      *
      *    THE RECONCILIATION TIES THE SCHEDULES BACK TO THE LEDGER
      *    THE TRIAL BALANCE IS DRAWN FROM: THE DEPOSIT SCHEDULE,
      *    LESS THE OVERDRAFTS AND PLUS THE FOREIGN-CURRENCY
      *    BALANCES, AGAINST THE CUSTOMER ACCOUNTS' LEDGER TOTAL;
      *    AND THE LOAN SCHEDULE (OVERDRAFTS EXCLUDED) AGAINST THE
      *    LOANS RECEIVABLE CONTROL ACCOUNT, WHOSE BALANCE RUNS
      *    NEGATIVE BY THE BOOK OF LOANS. A NON-ZERO DIFFERENCE IS
      *    FLAGGED FOR FINANCE TO CLEAR BEFORE THE RETURN IS FILED.
      *
      *    WRITES THE PRINTABLE 02_BANKING/regulatory_balance_report
      *    .txt AND THE FIXED-FORMAT FILING EXTRACT
      *    02_BANKING/regulatory_filing_YYYYMMDD.dat (HEADER, ONE
      *    REGULATORY-FILING-RECORD PER SCHEDULE LINE, TRAILER).
      *
      *    A QUARTERLY ("Q") JOB-SCHEDULER JOB. CALLED BY THE
      *    SCHEDULER WITH RUN MODE "P" IT REPORTS THE QUARTER THE
      *    BUSINESS DATE FALLS IN; RUN STANDALONE IT ASKS FOR THE
      *    QUARTER. GOBACK RETURNS WITH RETURN-CODE 0 (REPORT
      *    WRITTEN) OR 4 (THE ACCOUNT MASTER, THE REPORT OR THE
      *    EXTRACT COULD NOT BE OPENED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PRODUCT-FILE
               ASSIGN TO "02_BANKING/products.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

           SELECT SUMMARY-FILE
               ASSIGN TO "02_BANKING/monthly_summary.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSUM-KEY
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "02_BANKING/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-SCHEDULE-FILE
               ASSIGN TO "02_BANKING/loan_schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT LOAN-APP-FILE
               ASSIGN TO "02_BANKING/loan_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAPP-ID
               FILE STATUS IS WS-APP-STATUS.

      *    FILENAME IS BUILT AT RUN TIME FROM THE QUARTER-END DATE,
      *    THE SAME DATED-GENERATION PATTERN CREDIT-BUREAU-EXTRACT
      *    USES FOR ITS SUBMISSION FILE.
           SELECT FILING-FILE
               ASSIGN TO WS-FILING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/regulatory_balance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD PRODUCT-FILE.
           COPY "PRODUCT-RECORD.cpy".

       FD SUMMARY-FILE.
           COPY "MONTHLY-SUMMARY-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD LOAN-APP-FILE.
           COPY "LOAN-APP-RECORD.cpy".

       FD FILING-FILE.
       01 FILING-LINE PIC X(159).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
           COPY "REGULATORY-FILING-RECORD.cpy".
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-SUMMARY-STATUS PIC XX.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-APP-STATUS PIC XX.
       01 WS-FILING-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-PRODUCT-OPEN PIC X VALUE "N".
       01 WS-SUMMARY-OPEN PIC X VALUE "N".
       01 WS-LOAN-OPEN PIC X VALUE "N".
       01 WS-SCHEDULE-OPEN PIC X VALUE "N".
       01 WS-APP-OPEN PIC X VALUE "N".
       01 WS-ACCOUNT-FILE-EOF PIC X.
       01 WS-LOAN-FILE-EOF PIC X.
       01 WS-SCHEDULE-EOF PIC X.
       01 WS-FILING-FILENAME PIC X(60).

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 99.
           05 FILLER PIC 99.
       01 WS-CURRENT-QUARTER PIC 9(5).
       01 WS-REPORT-QUARTER PIC 9(5).
       01 WS-QUARTER-YEAR PIC 9(4).
       01 WS-QUARTER-NUMBER PIC 9.
       01 WS-QUARTER-START PIC 9(8).
       01 WS-QUARTER-END PIC 9(8).
       01 WS-NEXT-QUARTER-START PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(9).
       01 WS-QUARTER-END-INTEGER PIC 9(9).
       01 WS-QE-MONTH PIC 9(6).
      *    THE QUARTER'S THREE MONTHS (YYYYMM) AND WHETHER THE
      *    SUMMARY MASTER HOLDS ANY ROW FOR EACH - A MONTH NOT YET
      *    CLOSED CONTRIBUTES NO DEPOSIT INTEREST
       01 WS-QUARTER-MONTHS.
           05 WS-QUARTER-MONTH PIC 9(6) OCCURS 3 TIMES.
       01 WS-MONTH-SEEN-FLAGS.
           05 WS-MONTH-SEEN PIC X OCCURS 3 TIMES.
       01 WS-M PIC 9.
       01 WS-MONTHS-CLOSED PIC 9 VALUE 0.
      *    "Y" WHILE THE QUARTER'S LAST MONTH IS STILL THE CURRENT
      *    BUSINESS MONTH OR LATER - LIVE BALANCES STAND IN FOR A
      *    SUMMARY ROW NOT WRITTEN YET
       01 WS-QUARTER-OPEN PIC X VALUE "N".

       01 WS-INSURED-LIMIT PIC 9(9)V99 VALUE 250000.00.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *    AN ACCOUNT'S POSITION ON THE QUARTER-END DATE
       01 WS-QE-BALANCE PIC S9(9)V99.
       01 WS-QE-ON-BOOKS PIC X.
       01 WS-QTR-INTEREST PIC 9(9)V99.

      *PER-DEPOSITOR AGGREGATION TABLE - THE SAME LINEAR-SEARCH TABLE
      *DEPOSIT-INSURANCE-REPORT KEEPS. A FULL TABLE LEAVES THE
      *DEPOSITOR OUT WITH A LOUD MESSAGE AND THEIR MONEY COUNTS AS
      *FULLY INSURED UP TO THE LIMIT ACCOUNT BY ACCOUNT.
       01 WS-DEP-MAX PIC 9(4) VALUE 2000.
       01 WS-DEP-COUNT PIC 9(4) VALUE 0.
       01 WS-DEP-TABLE.
           05 WS-DEP-ENTRY OCCURS 2000 TIMES.
               10 WS-DEP-CUSTOMER PIC 9(5).
               10 WS-DEP-TOTAL PIC S9(11)V99.
       01 WS-DEP-INDEX PIC 9(4).
       01 WS-DEP-FOUND PIC 9(4).
       01 WS-SHARE-CUSTOMER PIC 9(5).
       01 WS-SHARE-AMOUNT PIC S9(11)V99.
       01 WS-SHARE-INSURED PIC S9(11)V99.
       01 WS-ACCOUNT-INSURED PIC S9(11)V99.

       01 WS-HOLDER-ID PIC 9(5).
       01 WS-HOLDER-TYPE PIC X.
       01 WS-TYPE-INDEX PIC 9.
       01 WS-HOLDER-INDEX PIC 9.
       01 WS-LINE PIC 99.

      *    DEPOSIT SCHEDULE LINES 1-6 (DEMAND, SAVINGS, TIME - EACH
      *    INDIVIDUAL THEN BUSINESS), 7-9 THE TYPE TOTALS, 10 THE
      *    GRAND TOTAL
       01 WS-DEPOSIT-LINE-CODES.
           05 FILLER PIC X(6) VALUE "DDI".
           05 FILLER PIC X(6) VALUE "DDB".
           05 FILLER PIC X(6) VALUE "DSI".
           05 FILLER PIC X(6) VALUE "DSB".
           05 FILLER PIC X(6) VALUE "DTI".
           05 FILLER PIC X(6) VALUE "DTB".
           05 FILLER PIC X(6) VALUE "DDT".
           05 FILLER PIC X(6) VALUE "DST".
           05 FILLER PIC X(6) VALUE "DTT".
           05 FILLER PIC X(6) VALUE "DTOT".
       01 WS-DEPOSIT-CODE-TABLE REDEFINES WS-DEPOSIT-LINE-CODES.
           05 WS-DEPOSIT-CODE PIC X(6) OCCURS 10 TIMES.
       01 WS-DEPOSIT-LINE-NAMES.
           05 FILLER PIC X(30) VALUE "DEMAND - INDIVIDUAL".
           05 FILLER PIC X(30) VALUE "DEMAND - BUSINESS".
           05 FILLER PIC X(30) VALUE "SAVINGS - INDIVIDUAL".
           05 FILLER PIC X(30) VALUE "SAVINGS - BUSINESS".
           05 FILLER PIC X(30) VALUE "TIME - INDIVIDUAL".
           05 FILLER PIC X(30) VALUE "TIME - BUSINESS".
           05 FILLER PIC X(30) VALUE "TOTAL DEMAND DEPOSITS".
           05 FILLER PIC X(30) VALUE "TOTAL SAVINGS DEPOSITS".
           05 FILLER PIC X(30) VALUE "TOTAL TIME DEPOSITS".
           05 FILLER PIC X(30) VALUE "TOTAL DEPOSITS".
       01 WS-DEPOSIT-NAME-TABLE REDEFINES WS-DEPOSIT-LINE-NAMES.
           05 WS-DEPOSIT-NAME PIC X(30) OCCURS 10 TIMES.
       01 WS-DEPOSIT-FIGURES.
           05 WS-DEPOSIT-FIGURE OCCURS 10 TIMES.
               10 WS-DEP-LINE-COUNT PIC 9(7).
               10 WS-DEP-LINE-BALANCE PIC 9(11)V99.
               10 WS-DEP-LINE-INSURED PIC 9(11)V99.
               10 WS-DEP-LINE-UNINSURED PIC 9(11)V99.
               10 WS-DEP-LINE-INTEREST PIC 9(11)V99.

      *    LOAN SCHEDULE LINES 1-4 FOLLOW THE PURPOSE CLASSES, 5 IS
      *    OVERDRAFTS, 6 THE TOTAL
       01 WS-PURPOSE-CODES PIC X(4) VALUE "HACB".
       01 WS-PURPOSE-CODE-TABLE REDEFINES WS-PURPOSE-CODES.
           05 WS-PURPOSE-CODE PIC X OCCURS 4 TIMES.
       01 WS-LOAN-LINE-CODES.
           05 FILLER PIC X(6) VALUE "LRE".
           05 FILLER PIC X(6) VALUE "LAU".
           05 FILLER PIC X(6) VALUE "LCN".
           05 FILLER PIC X(6) VALUE "LCI".
           05 FILLER PIC X(6) VALUE "LOD".
           05 FILLER PIC X(6) VALUE "LTOT".
       01 WS-LOAN-CODE-TABLE REDEFINES WS-LOAN-LINE-CODES.
           05 WS-LOAN-CODE PIC X(6) OCCURS 6 TIMES.
       01 WS-LOAN-LINE-NAMES.
           05 FILLER PIC X(30) VALUE "RESIDENTIAL REAL ESTATE".
           05 FILLER PIC X(30) VALUE "AUTO LOANS".
           05 FILLER PIC X(30) VALUE "OTHER CONSUMER LOANS".
           05 FILLER PIC X(30) VALUE "COMMERCIAL AND BUSINESS".
           05 FILLER PIC X(30) VALUE "OVERDRAFTS".
           05 FILLER PIC X(30) VALUE "TOTAL LOANS".
       01 WS-LOAN-NAME-TABLE REDEFINES WS-LOAN-LINE-NAMES.
           05 WS-LOAN-NAME PIC X(30) OCCURS 6 TIMES.
       01 WS-LOAN-FIGURES.
           05 WS-LOAN-FIGURE OCCURS 6 TIMES.
               10 WS-LN-LINE-COUNT PIC 9(7).
               10 WS-LN-LINE-BALANCE PIC 9(11)V99.
               10 WS-LN-LINE-INTEREST PIC 9(11)V99.
               10 WS-LN-LINE-PAST-DUE PIC 9(11)V99 OCCURS 4 TIMES.
       01 WS-BUCKET PIC 9.
       01 WS-PURPOSE PIC X.
       01 WS-PURPOSE-DEFAULTED PIC 9(5) VALUE 0.

      *    ONE LOAN'S POSITION ON THE QUARTER-END DATE
       01 WS-LOAN-QE-OUTSTANDING PIC S9(9)V99.
       01 WS-PAID-AFTER PIC 9(9)V99.
       01 WS-LOAN-INTEREST PIC 9(9)V99.
       01 WS-OLDEST-DUE PIC 9(8).
       01 WS-DAYS-OVERDUE PIC 9(5).

      *DEPOSITS BY ACCOUNT TYPE AND PRODUCT, PRINTED TYPE BY TYPE.
      *AN ACCOUNT WITH NO PRODUCT CODE COUNTS UNDER "STANDARD".
       01 WS-PRD-MAX PIC 9(3) VALUE 60.
       01 WS-PRD-COUNT PIC 9(3) VALUE 0.
       01 WS-PRD-TABLE.
           05 WS-PRD-ENTRY OCCURS 60 TIMES.
               10 WS-PRD-TYPE PIC X.
               10 WS-PRD-CODE PIC X(4).
               10 WS-PRD-ACCOUNTS PIC 9(7).
               10 WS-PRD-BALANCE PIC 9(11)V99.
       01 WS-PRD-INDEX PIC 9(3).
       01 WS-PRD-FOUND PIC 9(3).
       01 WS-PRD-TYPE-CODE PIC X.
       01 WS-PRD-PRINT-TYPE PIC X.
       01 WS-PRD-TYPE-LETTERS PIC X(3) VALUE "CST".

      *    RECONCILIATION FIGURES
       01 WS-LEDGER-CUSTOMER-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-OVERDRAWN-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-FOREIGN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-FOREIGN-COUNT PIC 9(5) VALUE 0.
       01 WS-DEPOSIT-RECON-TOTAL PIC S9(11)V99.
       01 WS-LOAN-BOOK-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-LOAN-CONTROL-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-LOAN-CONTROL-FOUND PIC X VALUE "N".
       01 WS-RECON-REPORTED PIC S9(11)V99.
       01 WS-RECON-LEDGER PIC S9(11)V99.
       01 WS-RECON-DIFFERENCE PIC S9(11)V99.
       01 WS-OUT-OF-BALANCE PIC 9 VALUE 0.

       01 WS-DETAIL-COUNT PIC 9(5) VALUE 0.
       01 WS-P PIC 9.

       01 WS-COUNT-DISPLAY PIC ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY-1 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-3 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-4 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-5 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-6 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-SIGNED-DISPLAY PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-RECON-LABEL PIC X(48).

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-CURRENT-QUARTER = WS-TODAY-YEAR * 10
               + (WS-TODAY-MONTH - 1) / 3 + 1
           MOVE WS-CURRENT-QUARTER TO WS-REPORT-QUARTER
           IF LK-RUN-MODE NOT = "P"
               DISPLAY "REPORT QUARTER (YYYYQ):" WITH NO ADVANCING
               ACCEPT WS-REPORT-QUARTER
               IF WS-REPORT-QUARTER = 0
                   OR WS-REPORT-QUARTER(5:1) < "1"
                   OR WS-REPORT-QUARTER(5:1) > "4"
                   MOVE WS-CURRENT-QUARTER TO WS-REPORT-QUARTER
               END-IF
           END-IF
           PERFORM SET-QUARTER-DATES

           MOVE "INSURED-LIMIT" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-QUARTER-END
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-INSURED-LIMIT
           END-IF
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OPEN-SOURCE-FILES

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               PERFORM CLOSE-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-FILING-FILENAME
           STRING "02_BANKING/regulatory_filing_" WS-QUARTER-END
               ".dat" DELIMITED BY SIZE INTO WS-FILING-FILENAME
           OPEN OUTPUT FILING-FILE
           IF WS-FILING-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE FILING EXTRACT - "
                   "STATUS: " WS-FILING-STATUS " ***"
               CLOSE REPORT-FILE
               PERFORM CLOSE-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-DEPOSIT-FIGURES
           INITIALIZE WS-LOAN-FIGURES
           PERFORM AGGREGATE-DEPOSITORS
           PERFORM CLASSIFY-DEPOSITS
           IF WS-LOAN-OPEN = "Y"
               PERFORM CLASSIFY-LOANS
           END-IF
           PERFORM FIND-LOAN-CONTROL-BALANCE
           PERFORM ADD-UP-TOTALS

           MOVE SPACES TO FILING-LINE
           STRING "HDR " WS-TODAY-DATE " " WS-QUARTER-END " "
               WS-REPORT-QUARTER " REGULATORY BALANCE SHEET"
               DELIMITED BY SIZE INTO FILING-LINE
           WRITE FILING-LINE
           PERFORM WRITE-REPORT-HEADING
           PERFORM WRITE-DEPOSIT-SCHEDULE
           PERFORM WRITE-PRODUCT-SCHEDULE
           PERFORM WRITE-LOAN-SCHEDULE
           PERFORM WRITE-RECONCILIATION
           MOVE SPACES TO FILING-LINE
           STRING "TRL " WS-DETAIL-COUNT " "
               WS-DEP-LINE-BALANCE(10) " "
               WS-LN-LINE-BALANCE(6) " " WS-OUT-OF-BALANCE
               DELIMITED BY SIZE INTO FILING-LINE
           WRITE FILING-LINE

           CLOSE FILING-FILE
           CLOSE REPORT-FILE
           PERFORM CLOSE-FILES
           DISPLAY "REGULATORY BALANCE REPORT FOR QUARTER ENDED "
               WS-QUARTER-END " COMPLETE - " WS-DETAIL-COUNT
               " SCHEDULE LINES, " WS-OUT-OF-BALANCE
               " RECONCILIATION DIFFERENCES - SEE "
               "02_BANKING/regulatory_balance_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    QUARTER START AND END DATES AND ITS THREE MONTHS, FROM
      *    THE YYYYQ BEING REPORTED
       SET-QUARTER-DATES.
           MOVE WS-REPORT-QUARTER(1:4) TO WS-QUARTER-YEAR
           MOVE WS-REPORT-QUARTER(5:1) TO WS-QUARTER-NUMBER
           COMPUTE WS-QUARTER-START = WS-QUARTER-YEAR * 10000
               + ((WS-QUARTER-NUMBER - 1) * 3 + 1) * 100 + 1
           IF WS-QUARTER-NUMBER = 4
               COMPUTE WS-NEXT-QUARTER-START =
                   (WS-QUARTER-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-QUARTER-START = WS-QUARTER-YEAR * 10000
                   + (WS-QUARTER-NUMBER * 3 + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-QUARTER-START) - 1
           COMPUTE WS-QUARTER-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-INTEGER TO WS-QUARTER-END-INTEGER
           MOVE WS-QUARTER-END(1:6) TO WS-QE-MONTH
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               COMPUTE WS-QUARTER-MONTH(WS-M) = WS-QUARTER-YEAR * 100
                   + (WS-QUARTER-NUMBER - 1) * 3 + WS-M
               MOVE "N" TO WS-MONTH-SEEN(WS-M)
           END-PERFORM
           IF WS-QE-MONTH >= WS-TODAY-DATE(1:6)
               MOVE "Y" TO WS-QUARTER-OPEN
           END-IF
           .

      *    ONLY THE ACCOUNT MASTER IS ESSENTIAL - A MISSING LOAN OR
      *    APPLICATION FILE MEANS NOTHING WAS EVER BOOKED, AND WITH
      *    NO SUMMARY MASTER AT ALL THE LIVE BALANCES STAND IN
       OPEN-SOURCE-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS = "00"
               MOVE "Y" TO WS-PRODUCT-OPEN
           END-IF
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMMARY-STATUS = "00"
               MOVE "Y" TO WS-SUMMARY-OPEN
           ELSE
               MOVE "Y" TO WS-QUARTER-OPEN
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OPEN
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               MOVE "Y" TO WS-SCHEDULE-OPEN
           END-IF
           OPEN INPUT LOAN-APP-FILE
           IF WS-APP-STATUS = "00"
               MOVE "Y" TO WS-APP-OPEN
           END-IF
           .

      *    FIRST PASS - EACH DEPOSITOR'S QUARTER-END USD DEPOSITS
      *    ACROSS ALL THEIR ACCOUNTS, SO THE SECOND PASS CAN SHARE
      *    THE INSURED LIMIT OVER THEM
       AGGREGATE-DEPOSITORS.
           MOVE "N" TO WS-ACCOUNT-FILE-EOF
           MOVE 0 TO ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-FILE-EOF
           END-START
           PERFORM UNTIL WS-ACCOUNT-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-FILE-EOF
                   NOT AT END
                       PERFORM AGGREGATE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           .

       AGGREGATE-ONE-ACCOUNT.
           IF ACCOUNT-TYPE = "G"
               OR ACCOUNT-NUMBER >= GL-FIRST-CONTROL-ACCOUNT
               OR ACCOUNT-CURRENCY NOT = "USD"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUARTER-END-BALANCE
           IF WS-QE-ON-BOOKS = "N" OR WS-QE-BALANCE <= 0
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-OWNERSHIP-TYPE = "J"
               AND ACCOUNT-JOINT-CUSTOMER-ID NOT = 0
               COMPUTE WS-SHARE-AMOUNT ROUNDED = WS-QE-BALANCE / 2
               MOVE ACCOUNT-CUSTOMER-ID TO WS-SHARE-CUSTOMER
               PERFORM ADD-TO-DEPOSITOR
               COMPUTE WS-SHARE-AMOUNT =
                   WS-QE-BALANCE - WS-SHARE-AMOUNT
               MOVE ACCOUNT-JOINT-CUSTOMER-ID TO WS-SHARE-CUSTOMER
               PERFORM ADD-TO-DEPOSITOR
           ELSE
               MOVE WS-QE-BALANCE TO WS-SHARE-AMOUNT
               MOVE ACCOUNT-CUSTOMER-ID TO WS-SHARE-CUSTOMER
               PERFORM ADD-TO-DEPOSITOR
           END-IF
           .

       ADD-TO-DEPOSITOR.
           PERFORM FIND-DEPOSITOR
           IF WS-DEP-FOUND NOT = 0
               ADD WS-SHARE-AMOUNT TO WS-DEP-TOTAL(WS-DEP-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-DEP-COUNT >= WS-DEP-MAX
               DISPLAY "*** DEPOSITOR TABLE FULL - CUSTOMER "
                   WS-SHARE-CUSTOMER " NOT AGGREGATED ***"
           ELSE
               ADD 1 TO WS-DEP-COUNT
               MOVE WS-SHARE-CUSTOMER TO WS-DEP-CUSTOMER(WS-DEP-COUNT)
               MOVE WS-SHARE-AMOUNT TO WS-DEP-TOTAL(WS-DEP-COUNT)
           END-IF
           .

       FIND-DEPOSITOR.
           MOVE 0 TO WS-DEP-FOUND
           PERFORM VARYING WS-DEP-INDEX FROM 1 BY 1
               UNTIL WS-DEP-INDEX > WS-DEP-COUNT
               OR WS-DEP-FOUND NOT = 0
               IF WS-DEP-CUSTOMER(WS-DEP-INDEX) = WS-SHARE-CUSTOMER
                   MOVE WS-DEP-INDEX TO WS-DEP-FOUND
               END-IF
           END-PERFORM
           .

      *    SECOND PASS - EVERY CUSTOMER ACCOUNT ONTO ITS SCHEDULE LINE
       CLASSIFY-DEPOSITS.
           MOVE "N" TO WS-ACCOUNT-FILE-EOF
           MOVE 0 TO ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-FILE-EOF
           END-START
           PERFORM UNTIL WS-ACCOUNT-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-FILE-EOF
                   NOT AT END
                       PERFORM CLASSIFY-ONE-ACCOUNT
               END-READ
           END-PERFORM
           .

      *    THE QUARTER'S INTEREST COUNTS EVEN ON AN ACCOUNT CLOSED
      *    BEFORE QUARTER END - IT WAS STILL PAID. A CLOSED OR
      *    CHARGED-OFF ACCOUNT WITH NOTHING LEFT ON IT IS NOT
      *    COUNTED AS A DEPOSIT ACCOUNT.
       CLASSIFY-ONE-ACCOUNT.
           IF ACCOUNT-TYPE = "G"
               OR ACCOUNT-NUMBER >= GL-FIRST-CONTROL-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-QUARTER-END-BALANCE
           IF ACCOUNT-CURRENCY NOT = "USD"
               IF WS-QE-ON-BOOKS = "Y"
                   ADD WS-QE-BALANCE TO WS-FOREIGN-TOTAL
                   ADD 1 TO WS-FOREIGN-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE ACCOUNT-TYPE
               WHEN "S"
                   MOVE 2 TO WS-TYPE-INDEX
               WHEN "T"
                   MOVE 3 TO WS-TYPE-INDEX
               WHEN OTHER
                   MOVE 1 TO WS-TYPE-INDEX
           END-EVALUATE
           MOVE ACCOUNT-CUSTOMER-ID TO WS-HOLDER-ID
           PERFORM FIND-HOLDER-TYPE
           IF WS-HOLDER-TYPE = "B"
               MOVE 2 TO WS-HOLDER-INDEX
           ELSE
               MOVE 1 TO WS-HOLDER-INDEX
           END-IF
           COMPUTE WS-LINE = (WS-TYPE-INDEX - 1) * 2 + WS-HOLDER-INDEX
           PERFORM SUM-QUARTER-INTEREST
           ADD WS-QTR-INTEREST TO WS-DEP-LINE-INTEREST(WS-LINE)

           IF WS-QE-ON-BOOKS = "N"
               EXIT PARAGRAPH
           END-IF
           ADD WS-QE-BALANCE TO WS-LEDGER-CUSTOMER-TOTAL
           IF WS-QE-BALANCE < 0
               ADD 1 TO WS-LN-LINE-COUNT(5)
               SUBTRACT WS-QE-BALANCE FROM WS-LN-LINE-BALANCE(5)
               SUBTRACT WS-QE-BALANCE FROM WS-OVERDRAWN-TOTAL
               EXIT PARAGRAPH
           END-IF
           IF WS-QE-BALANCE = 0
               AND (ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W")
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-DEP-LINE-COUNT(WS-LINE)
           ADD WS-QE-BALANCE TO WS-DEP-LINE-BALANCE(WS-LINE)
           MOVE 0 TO WS-ACCOUNT-INSURED
           IF ACCOUNT-OWNERSHIP-TYPE = "J"
               AND ACCOUNT-JOINT-CUSTOMER-ID NOT = 0
               COMPUTE WS-SHARE-AMOUNT ROUNDED = WS-QE-BALANCE / 2
               MOVE ACCOUNT-CUSTOMER-ID TO WS-SHARE-CUSTOMER
               PERFORM INSURE-ONE-SHARE
               COMPUTE WS-SHARE-AMOUNT =
                   WS-QE-BALANCE - WS-SHARE-AMOUNT
               MOVE ACCOUNT-JOINT-CUSTOMER-ID TO WS-SHARE-CUSTOMER
               PERFORM INSURE-ONE-SHARE
           ELSE
               MOVE WS-QE-BALANCE TO WS-SHARE-AMOUNT
               MOVE ACCOUNT-CUSTOMER-ID TO WS-SHARE-CUSTOMER
               PERFORM INSURE-ONE-SHARE
           END-IF
           ADD WS-ACCOUNT-INSURED TO WS-DEP-LINE-INSURED(WS-LINE)
           COMPUTE WS-DEP-LINE-UNINSURED(WS-LINE) =
               WS-DEP-LINE-UNINSURED(WS-LINE)
               + WS-QE-BALANCE - WS-ACCOUNT-INSURED
           PERFORM ADD-TO-PRODUCT
           .

      *    A DEPOSITOR OVER THE LIMIT HAS THE LIMIT SPREAD OVER
      *    THEIR ACCOUNTS IN PROPORTION TO EACH ONE'S SHARE
       INSURE-ONE-SHARE.
           PERFORM FIND-DEPOSITOR
           MOVE WS-SHARE-AMOUNT TO WS-SHARE-INSURED
           IF WS-DEP-FOUND NOT = 0
               IF WS-DEP-TOTAL(WS-DEP-FOUND) > WS-INSURED-LIMIT
                   COMPUTE WS-SHARE-INSURED ROUNDED =
                       WS-SHARE-AMOUNT * WS-INSURED-LIMIT
                       / WS-DEP-TOTAL(WS-DEP-FOUND)
               END-IF
           ELSE
               IF WS-SHARE-AMOUNT > WS-INSURED-LIMIT
                   MOVE WS-INSURED-LIMIT TO WS-SHARE-INSURED
               END-IF
           END-IF
           ADD WS-SHARE-INSURED TO WS-ACCOUNT-INSURED
           .

       ADD-TO-PRODUCT.
           MOVE ACCOUNT-TYPE TO WS-PRD-TYPE-CODE
           IF WS-TYPE-INDEX = 1
               MOVE "C" TO WS-PRD-TYPE-CODE
           END-IF
           MOVE 0 TO WS-PRD-FOUND
           PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
               UNTIL WS-PRD-INDEX > WS-PRD-COUNT
               OR WS-PRD-FOUND NOT = 0
               IF WS-PRD-TYPE(WS-PRD-INDEX) = WS-PRD-TYPE-CODE
                   AND WS-PRD-CODE(WS-PRD-INDEX)
                       = ACCOUNT-PRODUCT-CODE
                   MOVE WS-PRD-INDEX TO WS-PRD-FOUND
               END-IF
           END-PERFORM
           IF WS-PRD-FOUND = 0
               IF WS-PRD-COUNT >= WS-PRD-MAX
                   DISPLAY "*** PRODUCT TABLE FULL - PRODUCT "
                       ACCOUNT-PRODUCT-CODE " NOT BROKEN OUT ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PRD-COUNT
               MOVE WS-PRD-COUNT TO WS-PRD-FOUND
               MOVE WS-PRD-TYPE-CODE TO WS-PRD-TYPE(WS-PRD-FOUND)
               MOVE ACCOUNT-PRODUCT-CODE TO WS-PRD-CODE(WS-PRD-FOUND)
               MOVE 0 TO WS-PRD-ACCOUNTS(WS-PRD-FOUND)
               MOVE 0 TO WS-PRD-BALANCE(WS-PRD-FOUND)
           END-IF
           ADD 1 TO WS-PRD-ACCOUNTS(WS-PRD-FOUND)
           ADD WS-QE-BALANCE TO WS-PRD-BALANCE(WS-PRD-FOUND)
           .

      *    THE BALANCE THE MONTH-END CLOSE STRUCK FOR THE QUARTER'S
      *    LAST MONTH. WITH NO ROW THE ACCOUNT WAS NOT ON THE BOOKS
      *    THEN - UNLESS THAT MONTH IS NOT CLOSED YET, WHEN THE LIVE
      *    BALANCE IS THE QUARTER-END POSITION.
       FIND-QUARTER-END-BALANCE.
           MOVE "N" TO WS-QE-ON-BOOKS
           MOVE 0 TO WS-QE-BALANCE
           IF WS-SUMMARY-OPEN = "Y"
               MOVE ACCOUNT-NUMBER TO MSUM-ACCOUNT
               MOVE WS-QE-MONTH TO MSUM-MONTH
               READ SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MSUM-CLOSING-BALANCE TO WS-QE-BALANCE
                       MOVE "Y" TO WS-QE-ON-BOOKS
               END-READ
           END-IF
           IF WS-QE-ON-BOOKS = "N" AND WS-QUARTER-OPEN = "Y"
               MOVE ACCOUNT-BALANCE TO WS-QE-BALANCE
               MOVE "Y" TO WS-QE-ON-BOOKS
           END-IF
           .

       SUM-QUARTER-INTEREST.
           MOVE 0 TO WS-QTR-INTEREST
           IF WS-SUMMARY-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               MOVE ACCOUNT-NUMBER TO MSUM-ACCOUNT
               MOVE WS-QUARTER-MONTH(WS-M) TO MSUM-MONTH
               READ SUMMARY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD MSUM-INTEREST TO WS-QTR-INTEREST
                       MOVE "Y" TO WS-MONTH-SEEN(WS-M)
               END-READ
           END-PERFORM
           .

      *    AN UNKNOWN CUSTOMER IS TAKEN AS AN INDIVIDUAL
       FIND-HOLDER-TYPE.
           MOVE "I" TO WS-HOLDER-TYPE
           IF WS-CUSTOMER-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HOLDER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUSTOMER-TYPE = "B"
                       MOVE "B" TO WS-HOLDER-TYPE
                   END-IF
           END-READ
           .

       CLASSIFY-LOANS.
           MOVE "N" TO WS-LOAN-FILE-EOF
           PERFORM UNTIL WS-LOAN-FILE-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOAN-FILE-EOF
                   NOT AT END
                       PERFORM CLASSIFY-ONE-LOAN
               END-READ
           END-PERFORM
           .

      *    A LOAN BOOKED AFTER QUARTER END IS NOT ON THIS RETURN; ONE
      *    PAID OFF DURING THE QUARTER STILL EARNED ITS INTEREST
       CLASSIFY-ONE-LOAN.
           IF LOAN-ORIGINATION-DATE > WS-QUARTER-END
               EXIT PARAGRAPH
           END-IF
           PERFORM SCAN-LOAN-SCHEDULE
           COMPUTE WS-LOAN-QE-OUTSTANDING =
               LOAN-OUTSTANDING + WS-PAID-AFTER
           IF WS-LOAN-QE-OUTSTANDING < 0
               MOVE 0 TO WS-LOAN-QE-OUTSTANDING
           END-IF
           IF WS-LOAN-QE-OUTSTANDING = 0 AND WS-LOAN-INTEREST = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LOAN-PURPOSE
           ADD WS-LOAN-INTEREST TO WS-LN-LINE-INTEREST(WS-LINE)
           IF WS-LOAN-QE-OUTSTANDING = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LN-LINE-COUNT(WS-LINE)
           ADD WS-LOAN-QE-OUTSTANDING TO WS-LN-LINE-BALANCE(WS-LINE)
           ADD WS-LOAN-QE-OUTSTANDING TO WS-LOAN-BOOK-TOTAL
           IF WS-OLDEST-DUE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OVERDUE = WS-QUARTER-END-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE)
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDUE > 90
                   MOVE 4 TO WS-BUCKET
               WHEN WS-DAYS-OVERDUE > 60
                   MOVE 3 TO WS-BUCKET
               WHEN WS-DAYS-OVERDUE > 30
                   MOVE 2 TO WS-BUCKET
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET
           END-EVALUATE
           ADD WS-LOAN-QE-OUTSTANDING
               TO WS-LN-LINE-PAST-DUE(WS-LINE, WS-BUCKET)
           .

      *    ONE PASS OVER THE LOAN'S INSTALLMENTS, IN DUE-DATE ORDER:
      *    PRINCIPAL PAID SINCE QUARTER END (ADDED BACK TO THE LIVE
      *    OUTSTANDING), INTEREST PAID IN THE QUARTER, AND THE
      *    OLDEST INSTALLMENT DUE BEFORE QUARTER END BUT NOT PAID BY
      *    IT
       SCAN-LOAN-SCHEDULE.
           MOVE 0 TO WS-PAID-AFTER
           MOVE 0 TO WS-LOAN-INTEREST
           MOVE 0 TO WS-OLDEST-DUE
           IF WS-SCHEDULE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCHEDULE-EOF
           MOVE LOAN-ID TO LSCH-LOAN-ID
           MOVE 0 TO LSCH-INSTALLMENT-NO
           START LOAN-SCHEDULE-FILE KEY >= LSCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCHEDULE-EOF
           END-START
           PERFORM UNTIL WS-SCHEDULE-EOF = "Y"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = LOAN-ID
                           MOVE "Y" TO WS-SCHEDULE-EOF
                       ELSE
                           PERFORM TAKE-ONE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM
           .

       TAKE-ONE-INSTALLMENT.
           IF LSCH-STATUS = "P"
               IF LSCH-PAID-DATE > WS-QUARTER-END
                   ADD LSCH-PRINCIPAL TO WS-PAID-AFTER
               END-IF
               IF LSCH-PAID-DATE >= WS-QUARTER-START
                   AND LSCH-PAID-DATE <= WS-QUARTER-END
                   ADD LSCH-INTEREST TO WS-LOAN-INTEREST
               END-IF
           END-IF
           IF WS-OLDEST-DUE = 0
               AND LSCH-DUE-DATE < WS-QUARTER-END
               AND (LSCH-STATUS = "O"
                   OR LSCH-PAID-DATE > WS-QUARTER-END)
               MOVE LSCH-DUE-DATE TO WS-OLDEST-DUE
           END-IF
           .

      *    THE CLASS CAPTURED ON THE APPLICATION THE LOAN WAS BOOKED
      *    FROM; FAILING THAT, THE BORROWER DECIDES
       FIND-LOAN-PURPOSE.
           MOVE SPACE TO WS-PURPOSE
           IF LOAN-APPLICATION-ID NOT = 0 AND WS-APP-OPEN = "Y"
               MOVE LOAN-APPLICATION-ID TO LAPP-ID
               READ LOAN-APP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LAPP-PURPOSE-CODE TO WS-PURPOSE
               END-READ
           END-IF
           MOVE 0 TO WS-LINE
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               IF WS-PURPOSE-CODE(WS-P) = WS-PURPOSE
                   AND WS-PURPOSE NOT = SPACE
                   MOVE WS-P TO WS-LINE
               END-IF
           END-PERFORM
           IF WS-LINE = 0
               ADD 1 TO WS-PURPOSE-DEFAULTED
               MOVE LOAN-CUSTOMER-ID TO WS-HOLDER-ID
               PERFORM FIND-HOLDER-TYPE
               IF WS-HOLDER-TYPE = "B"
                   MOVE 4 TO WS-LINE
               ELSE
                   MOVE 3 TO WS-LINE
               END-IF
           END-IF
           .

       FIND-LOAN-CONTROL-BALANCE.
           MOVE GL-LOAN-CONTROL-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOAN-CONTROL-FOUND
               NOT INVALID KEY
                   PERFORM FIND-QUARTER-END-BALANCE
                   IF WS-QE-ON-BOOKS = "Y"
                       MOVE "Y" TO WS-LOAN-CONTROL-FOUND
                       MOVE WS-QE-BALANCE TO WS-LOAN-CONTROL-BALANCE
                   END-IF
           END-READ
           .

      *    TYPE TOTALS, THE DEPOSIT TOTAL AND THE LOAN TOTAL
       ADD-UP-TOTALS.
           PERFORM VARYING WS-LINE FROM 1 BY 1 UNTIL WS-LINE > 6
               COMPUTE WS-TYPE-INDEX = (WS-LINE + 1) / 2 + 6
               ADD WS-DEP-LINE-COUNT(WS-LINE)
                   TO WS-DEP-LINE-COUNT(WS-TYPE-INDEX)
                      WS-DEP-LINE-COUNT(10)
               ADD WS-DEP-LINE-BALANCE(WS-LINE)
                   TO WS-DEP-LINE-BALANCE(WS-TYPE-INDEX)
                      WS-DEP-LINE-BALANCE(10)
               ADD WS-DEP-LINE-INSURED(WS-LINE)
                   TO WS-DEP-LINE-INSURED(WS-TYPE-INDEX)
                      WS-DEP-LINE-INSURED(10)
               ADD WS-DEP-LINE-UNINSURED(WS-LINE)
                   TO WS-DEP-LINE-UNINSURED(WS-TYPE-INDEX)
                      WS-DEP-LINE-UNINSURED(10)
               ADD WS-DEP-LINE-INTEREST(WS-LINE)
                   TO WS-DEP-LINE-INTEREST(WS-TYPE-INDEX)
                      WS-DEP-LINE-INTEREST(10)
           END-PERFORM
           PERFORM VARYING WS-LINE FROM 1 BY 1 UNTIL WS-LINE > 5
               ADD WS-LN-LINE-COUNT(WS-LINE) TO WS-LN-LINE-COUNT(6)
               ADD WS-LN-LINE-BALANCE(WS-LINE)
                   TO WS-LN-LINE-BALANCE(6)
               ADD WS-LN-LINE-INTEREST(WS-LINE)
                   TO WS-LN-LINE-INTEREST(6)
               PERFORM VARYING WS-BUCKET FROM 1 BY 1
                   UNTIL WS-BUCKET > 4
                   ADD WS-LN-LINE-PAST-DUE(WS-LINE, WS-BUCKET)
                       TO WS-LN-LINE-PAST-DUE(6, WS-BUCKET)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 3
               IF WS-MONTH-SEEN(WS-M) = "Y"
                   ADD 1 TO WS-MONTHS-CLOSED
               END-IF
           END-PERFORM
           .

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "REGULATORY BALANCE SHEET - DEPOSITS AND LOANS - "
               "QUARTER " WS-REPORT-QUARTER " ENDED " WS-QUARTER-END
               "   (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-SUMMARY-OPEN NOT = "Y"
               MOVE "NO MONTHLY SUMMARY MASTER ON FILE - BALANCES ARE "
                   & "AS AT THE RUN DATE AND NO DEPOSIT INTEREST IS "
                   & "SHOWN" TO REPORT-LINE
           ELSE
               IF WS-QUARTER-OPEN = "Y"
                   STRING "QUARTER-END MONTH NOT YET CLOSED - LIVE "
                       "BALANCES STAND IN WHERE NO SUMMARY IS ON FILE."
                       "  MONTHS OF INTEREST SUMMARIZED: "
                       WS-MONTHS-CLOSED " OF 3"
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "BALANCES FROM THE MONTH-END CLOSE FOR "
                       WS-QE-MONTH ".  MONTHS OF INTEREST SUMMARIZED: "
                       WS-MONTHS-CLOSED " OF 3"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "INSURED LIMIT PER DEPOSITOR: " WS-INSURED-LIMIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-DEPOSIT-SCHEDULE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SCHEDULE D - DEPOSITS (USD)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LINE   DESCRIPTION                 ACCOUNTS  "
               "       BALANCE        INSURED      UNINSURED  "
               "INT EXPENSE QTR"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LINE FROM 1 BY 1 UNTIL WS-LINE > 10
               IF WS-LINE = 7 OR WS-LINE = 10
                   MOVE ALL "-" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM WRITE-ONE-DEPOSIT-LINE
           END-PERFORM
           .

       WRITE-ONE-DEPOSIT-LINE.
           MOVE WS-DEP-LINE-COUNT(WS-LINE) TO WS-COUNT-DISPLAY
           MOVE WS-DEP-LINE-BALANCE(WS-LINE) TO WS-AMOUNT-DISPLAY-1
           MOVE WS-DEP-LINE-INSURED(WS-LINE) TO WS-AMOUNT-DISPLAY-2
           MOVE WS-DEP-LINE-UNINSURED(WS-LINE) TO WS-AMOUNT-DISPLAY-3
           MOVE WS-DEP-LINE-INTEREST(WS-LINE) TO WS-AMOUNT-DISPLAY-4
           MOVE SPACES TO REPORT-LINE
           STRING WS-DEPOSIT-CODE(WS-LINE) " "
               WS-DEPOSIT-NAME(WS-LINE)(1:26) "  " WS-COUNT-DISPLAY
               " " WS-AMOUNT-DISPLAY-1 " " WS-AMOUNT-DISPLAY-2
               " " WS-AMOUNT-DISPLAY-3 " " WS-AMOUNT-DISPLAY-4
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           INITIALIZE REGULATORY-FILING-RECORD
           MOVE "DTL" TO RGF-RECORD-TYPE
           MOVE WS-QUARTER-END TO RGF-QUARTER-END
           MOVE "D" TO RGF-SCHEDULE
           MOVE WS-DEPOSIT-CODE(WS-LINE) TO RGF-LINE-CODE
           MOVE WS-DEPOSIT-NAME(WS-LINE) TO RGF-LINE-NAME
           MOVE WS-DEP-LINE-COUNT(WS-LINE) TO RGF-COUNT
           MOVE WS-DEP-LINE-BALANCE(WS-LINE) TO RGF-BALANCE
           MOVE WS-DEP-LINE-INSURED(WS-LINE) TO RGF-INSURED
           MOVE WS-DEP-LINE-UNINSURED(WS-LINE) TO RGF-UNINSURED
           MOVE WS-DEP-LINE-INTEREST(WS-LINE) TO RGF-INTEREST
           PERFORM WRITE-FILING-DETAIL
           .

      *    DEMAND, THEN SAVINGS, THEN TIME - EACH TYPE'S PRODUCTS IN
      *    THE ORDER FIRST MET ON THE MASTER
       WRITE-PRODUCT-SCHEDULE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DEPOSITS BY PRODUCT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TYPE  PRODUCT  DESCRIPTION                     "
               & "ACCOUNTS         BALANCE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > 3
               MOVE WS-PRD-TYPE-LETTERS(WS-TYPE-INDEX:1)
                   TO WS-PRD-PRINT-TYPE
               PERFORM VARYING WS-PRD-INDEX FROM 1 BY 1
                   UNTIL WS-PRD-INDEX > WS-PRD-COUNT
                   IF WS-PRD-TYPE(WS-PRD-INDEX) = WS-PRD-PRINT-TYPE
                       PERFORM WRITE-ONE-PRODUCT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       WRITE-ONE-PRODUCT-LINE.
           MOVE SPACES TO PROD-DESCRIPTION
           IF WS-PRD-CODE(WS-PRD-INDEX) = SPACES
               MOVE "STANDARD (NO PRODUCT CODE)" TO PROD-DESCRIPTION
           ELSE
               IF WS-PRODUCT-OPEN = "Y"
                   MOVE WS-PRD-CODE(WS-PRD-INDEX) TO PROD-CODE
                   READ PRODUCT-FILE
                       INVALID KEY
                           MOVE "UNKNOWN PRODUCT"
                               TO PROD-DESCRIPTION
                   END-READ
               ELSE
                   MOVE "UNKNOWN PRODUCT" TO PROD-DESCRIPTION
               END-IF
           END-IF
           MOVE WS-PRD-ACCOUNTS(WS-PRD-INDEX) TO WS-COUNT-DISPLAY
           MOVE WS-PRD-BALANCE(WS-PRD-INDEX) TO WS-AMOUNT-DISPLAY-1
           MOVE SPACES TO REPORT-LINE
           STRING WS-PRD-PRINT-TYPE "     " WS-PRD-CODE(WS-PRD-INDEX)
               "     " PROD-DESCRIPTION "  " WS-COUNT-DISPLAY " "
               WS-AMOUNT-DISPLAY-1
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           INITIALIZE REGULATORY-FILING-RECORD
           MOVE "DTL" TO RGF-RECORD-TYPE
           MOVE WS-QUARTER-END TO RGF-QUARTER-END
           MOVE "P" TO RGF-SCHEDULE
           MOVE SPACES TO RGF-LINE-CODE
           STRING WS-PRD-PRINT-TYPE WS-PRD-CODE(WS-PRD-INDEX)
               DELIMITED BY SIZE INTO RGF-LINE-CODE
           MOVE PROD-DESCRIPTION TO RGF-LINE-NAME
           MOVE WS-PRD-ACCOUNTS(WS-PRD-INDEX) TO RGF-COUNT
           MOVE WS-PRD-BALANCE(WS-PRD-INDEX) TO RGF-BALANCE
           PERFORM WRITE-FILING-DETAIL
           .

       WRITE-LOAN-SCHEDULE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SCHEDULE L - LOANS (PAST DUE COLUMNS CARRY THE "
               & "OUTSTANDING OF LOANS PAST DUE AT QUARTER END)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LINE   DESCRIPTION                    LOANS  "
               "   OUTSTANDING INT INCOME QTR  PAST DUE 1-30 "
               "         31-60          61-90        OVER 90"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LINE FROM 1 BY 1 UNTIL WS-LINE > 6
               IF WS-LINE = 6
                   MOVE ALL "-" TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               PERFORM WRITE-ONE-LOAN-LINE
           END-PERFORM
           IF WS-PURPOSE-DEFAULTED > 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-PURPOSE-DEFAULTED " LOANS CARRY NO PURPOSE "
                   "CLASS FROM THEIR APPLICATION - SCHEDULED BY "
                   "BORROWER TYPE (BUSINESS = COMMERCIAL, "
                   "OTHERWISE OTHER CONSUMER)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       WRITE-ONE-LOAN-LINE.
           MOVE WS-LN-LINE-COUNT(WS-LINE) TO WS-COUNT-DISPLAY
           MOVE WS-LN-LINE-BALANCE(WS-LINE) TO WS-AMOUNT-DISPLAY-1
           MOVE WS-LN-LINE-INTEREST(WS-LINE) TO WS-AMOUNT-DISPLAY-2
           MOVE WS-LN-LINE-PAST-DUE(WS-LINE, 1) TO WS-AMOUNT-DISPLAY-3
           MOVE WS-LN-LINE-PAST-DUE(WS-LINE, 2) TO WS-AMOUNT-DISPLAY-4
           MOVE WS-LN-LINE-PAST-DUE(WS-LINE, 3) TO WS-AMOUNT-DISPLAY-5
           MOVE WS-LN-LINE-PAST-DUE(WS-LINE, 4) TO WS-AMOUNT-DISPLAY-6
           MOVE SPACES TO REPORT-LINE
           STRING WS-LOAN-CODE(WS-LINE) " "
               WS-LOAN-NAME(WS-LINE)(1:26) "  " WS-COUNT-DISPLAY
               " " WS-AMOUNT-DISPLAY-1 " " WS-AMOUNT-DISPLAY-2
               " " WS-AMOUNT-DISPLAY-3 " " WS-AMOUNT-DISPLAY-4
               " " WS-AMOUNT-DISPLAY-5 " " WS-AMOUNT-DISPLAY-6
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           INITIALIZE REGULATORY-FILING-RECORD
           MOVE "DTL" TO RGF-RECORD-TYPE
           MOVE WS-QUARTER-END TO RGF-QUARTER-END
           MOVE "L" TO RGF-SCHEDULE
           MOVE WS-LOAN-CODE(WS-LINE) TO RGF-LINE-CODE
           MOVE WS-LOAN-NAME(WS-LINE) TO RGF-LINE-NAME
           MOVE WS-LN-LINE-COUNT(WS-LINE) TO RGF-COUNT
           MOVE WS-LN-LINE-BALANCE(WS-LINE) TO RGF-BALANCE
           MOVE WS-LN-LINE-INTEREST(WS-LINE) TO RGF-INTEREST
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-LN-LINE-PAST-DUE(WS-LINE, WS-BUCKET)
                   TO RGF-PAST-DUE(WS-BUCKET)
           END-PERFORM
           PERFORM WRITE-FILING-DETAIL
           .

      *    DEPOSITS: SCHEDULE TOTAL, LESS THE OVERDRAFTS SCHEDULED AS
      *    LOANS, PLUS THE FOREIGN-CURRENCY BALANCES LEFT OFF, MUST
      *    MAKE THE LEDGER TOTAL OF EVERY CUSTOMER ACCOUNT. LOANS:
      *    THE BOOK OF LOANS MUST MAKE THE LOANS RECEIVABLE CONTROL
      *    ACCOUNT WITH ITS SIGN TURNED ROUND.
       WRITE-RECONCILIATION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECONCILIATION TO THE LEDGER (TRIAL BALANCE) AT "
               & "QUARTER END" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "DEPOSITS PER SCHEDULE D" TO WS-RECON-LABEL
           MOVE WS-DEP-LINE-BALANCE(10) TO WS-RECON-DIFFERENCE
           PERFORM WRITE-RECON-FIGURE
           MOVE "LESS OVERDRAWN BALANCES (SCHEDULE L, OVERDRAFTS)"
               TO WS-RECON-LABEL
           COMPUTE WS-RECON-DIFFERENCE = WS-OVERDRAWN-TOTAL * -1
           PERFORM WRITE-RECON-FIGURE
           MOVE "FOREIGN-CURRENCY BALANCES (NOT SCHEDULED)"
               TO WS-RECON-LABEL
           MOVE WS-FOREIGN-TOTAL TO WS-RECON-DIFFERENCE
           PERFORM WRITE-RECON-FIGURE
           COMPUTE WS-DEPOSIT-RECON-TOTAL = WS-DEP-LINE-BALANCE(10)
               - WS-OVERDRAWN-TOTAL + WS-FOREIGN-TOTAL
           MOVE WS-DEPOSIT-RECON-TOTAL TO WS-RECON-REPORTED
           COMPUTE WS-RECON-LEDGER =
               WS-LEDGER-CUSTOMER-TOTAL + WS-FOREIGN-TOTAL
           MOVE "CUSTOMER ACCOUNTS PER LEDGER" TO WS-RECON-LABEL
           MOVE WS-RECON-LEDGER TO WS-RECON-DIFFERENCE
           PERFORM WRITE-RECON-FIGURE
           INITIALIZE REGULATORY-FILING-RECORD
           MOVE "RDEP" TO RGF-LINE-CODE
           MOVE "DEPOSITS TO CUSTOMER LEDGER" TO RGF-LINE-NAME
           PERFORM WRITE-RECON-RESULT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOANS PER SCHEDULE L (OVERDRAFTS EXCLUDED)"
               TO WS-RECON-LABEL
           MOVE WS-LOAN-BOOK-TOTAL TO WS-RECON-DIFFERENCE
           PERFORM WRITE-RECON-FIGURE
           MOVE WS-LOAN-BOOK-TOTAL TO WS-RECON-REPORTED
           COMPUTE WS-RECON-LEDGER = WS-LOAN-CONTROL-BALANCE * -1
           IF WS-LOAN-CONTROL-FOUND = "Y"
               MOVE "LOANS RECEIVABLE CONTROL (SIGN REVERSED)"
                   TO WS-RECON-LABEL
           ELSE
               MOVE "LOANS RECEIVABLE CONTROL - NOT ON THE LEDGER"
                   TO WS-RECON-LABEL
           END-IF
           MOVE WS-RECON-LEDGER TO WS-RECON-DIFFERENCE
           PERFORM WRITE-RECON-FIGURE
           INITIALIZE REGULATORY-FILING-RECORD
           MOVE "RLNS" TO RGF-LINE-CODE
           MOVE "LOANS TO LOANS RECEIVABLE" TO RGF-LINE-NAME
           PERFORM WRITE-RECON-RESULT
           .

       WRITE-RECON-FIGURE.
           MOVE WS-RECON-DIFFERENCE TO WS-SIGNED-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-RECON-LABEL "  " WS-SIGNED-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    PRINTS THE DIFFERENCE BETWEEN WS-RECON-REPORTED AND
      *    WS-RECON-LEDGER AND CUTS THE "R" LINE FOR THE FILING -
      *    THE LINE CODE AND NAME ARE SET BY THE CALLER
       WRITE-RECON-RESULT.
           COMPUTE WS-RECON-DIFFERENCE =
               WS-RECON-REPORTED - WS-RECON-LEDGER
           MOVE WS-RECON-DIFFERENCE TO WS-SIGNED-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-RECON-DIFFERENCE = 0
               STRING "  DIFFERENCE                                  "
                   "      " WS-SIGNED-DISPLAY "   IN BALANCE"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               ADD 1 TO WS-OUT-OF-BALANCE
               STRING "  DIFFERENCE                                  "
                   "      " WS-SIGNED-DISPLAY
                   "   *** OUT OF BALANCE - CLEAR BEFORE FILING ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE

           MOVE "DTL" TO RGF-RECORD-TYPE
           MOVE WS-QUARTER-END TO RGF-QUARTER-END
           MOVE "R" TO RGF-SCHEDULE
           MOVE "+" TO RGF-REC-REPORTED-SIGN
           IF WS-RECON-REPORTED < 0
               MOVE "-" TO RGF-REC-REPORTED-SIGN
           END-IF
           MOVE WS-RECON-REPORTED TO RGF-REC-REPORTED
           MOVE "+" TO RGF-REC-LEDGER-SIGN
           IF WS-RECON-LEDGER < 0
               MOVE "-" TO RGF-REC-LEDGER-SIGN
           END-IF
           MOVE WS-RECON-LEDGER TO RGF-REC-LEDGER
           MOVE "+" TO RGF-REC-DIFFERENCE-SIGN
           IF WS-RECON-DIFFERENCE < 0
               MOVE "-" TO RGF-REC-DIFFERENCE-SIGN
           END-IF
           MOVE WS-RECON-DIFFERENCE TO RGF-REC-DIFFERENCE
           PERFORM WRITE-FILING-DETAIL
           .

       WRITE-FILING-DETAIL.
           WRITE FILING-LINE FROM REGULATORY-FILING-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           .

       CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PRODUCT-OPEN = "Y"
               CLOSE PRODUCT-FILE
           END-IF
           IF WS-SUMMARY-OPEN = "Y"
               CLOSE SUMMARY-FILE
           END-IF
           IF WS-LOAN-OPEN = "Y"
               CLOSE LOAN-FILE
           END-IF
           IF WS-SCHEDULE-OPEN = "Y"
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           IF WS-APP-OPEN = "Y"
               CLOSE LOAN-APP-FILE
           END-IF
           .

       END PROGRAM REGULATORY-BALANCE-REPORT.
