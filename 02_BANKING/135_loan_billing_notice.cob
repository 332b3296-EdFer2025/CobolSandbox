       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-BILLING-NOTICE.

      *    NIGHTLY ADVANCE BILLING FOR THE LOAN BOOK - A BORROWER
      *    NOT ON AUTO-PAY USED TO HEAR ABOUT AN INSTALLMENT ONLY
      *    ONCE LOAN-DELINQUENCY HAD CAUGHT IT LATE. EVERY OPEN
      *    loan_schedule.dat ROW ON A RUNNING LOAN THAT FALLS DUE
      *    LOAN-NOTICE-DAYS (FALLBACK 10) DAYS AHEAD GETS A NOTICE:
      *    THE INSTALLMENT SPLIT INTO PRINCIPAL AND INTEREST, ANY
      *    LATE CHARGES AND MONTHLY ESCROW COLLECTED WITH IT, ANY
      *    EARLIER INSTALLMENT STILL UNPAID, THE DUE DATE AND THE
      *    OUTSTANDING PRINCIPAL. A LOAN WITH AN AUTO-PAY ELECTION
      *    GETS A "WE WILL DEBIT ACCOUNT X ON DATE Y" NOTICE
      *    INSTEAD OF A BILL - Y IS THE DUE DATE, OR THE NEXT
      *    BUSINESS DAY WHEN IT FALLS ON A WEEKEND OR HOLIDAY, THE
      *    NIGHT LOAN-AUTOPAY WILL COLLECT IT.
      *
      *    THE EOD CHAIN DOES NOT RUN ON NON-BUSINESS DAYS, SO EACH
      *    RUN PICKS UP EVERY DUE DATE PAST THE LAST RUN'S HORIZON
      *    (THE PREVIOUS BUSINESS DAY + N) UP TO TODAY + N - NO DUE
      *    DATE IS MISSED OR BILLED TWICE.
      *
      *    NOTICES ROUTE BY THE CONTACT ROW IN FORCE: CHANNEL "E"
      *    WITH AN EMAIL ADDRESS ON FILE GOES TO THE EMAIL OUTBOX
      *    loan_notices_email.txt, EVERYTHING ELSE TO THE PRINT-AND-
      *    MAIL FILE loan_notices_mail.txt WITH THE POSTAL ADDRESS.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ESCROW-FILE
               ASSIGN TO "02_BANKING/loan_escrow.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-LOAN-ID
               FILE STATUS IS WS-ESCROW-STATUS.

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

           SELECT MAIL-NOTICE-FILE
               ASSIGN TO "02_BANKING/loan_notices_mail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-STATUS.

           SELECT EMAIL-NOTICE-FILE
               ASSIGN TO "02_BANKING/loan_notices_email.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/loan_billing_notice_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD ESCROW-FILE.
           COPY "LOAN-ESCROW-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD MAIL-NOTICE-FILE.
       01 MAIL-NOTICE-LINE PIC X(80).

       FD EMAIL-NOTICE-FILE.
       01 EMAIL-NOTICE-LINE PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-ESCROW-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-MAIL-STATUS PIC XX.
       01 WS-EMAIL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ESCROW-OPEN PIC X VALUE "N".
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-SCHEDULE-FILE-EOF PIC X VALUE "N".
       01 WS-CONTACT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(7).
       01 WS-MAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-EMAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-AUTOPAY-COUNT PIC 9(5) VALUE 0.

      *LOAN-NOTICE-DAYS PARAMETER ROWS
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 10.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *THE WINDOW OF DUE DATES BILLED TONIGHT: AFTER WS-FROM-DUE-
      *DATE, UP TO AND INCLUDING WS-TO-DUE-DATE
       01 WS-PREVIOUS-BUSINESS-DAY PIC 9(8).
       01 WS-FROM-DUE-DATE PIC 9(8).
       01 WS-TO-DUE-DATE PIC 9(8).
       01 WS-DATE-VALID PIC X.
       01 WS-IS-BUSINESS-DAY PIC X.
       01 WS-DAYS-TRIED PIC 9(2).

      *EARLIER INSTALLMENTS OF THE LOAN BEING READ THAT ARE PAST
      *DUE AND STILL OPEN - THE SCHEDULE READS IN LOAN/INSTALLMENT
      *ORDER, SO THEY ARE SEEN BEFORE THE ROW BEING BILLED
       01 WS-CURRENT-LOAN-ID PIC 9(5) VALUE 0.
       01 WS-PAST-DUE-AMOUNT PIC 9(7)V99 VALUE 0.

       01 WS-ESCROW-AMOUNT PIC 9(5)V99.
       01 WS-TOTAL-DUE PIC 9(7)V99.
       01 WS-DEBIT-DATE PIC 9(8).
       01 WS-CHANNEL PIC X.
       01 WS-HOLDER-NAME PIC X(40).
       01 WS-BEST-ADDRESS-1 PIC X(30).
       01 WS-BEST-ADDRESS-2 PIC X(30).
       01 WS-BEST-CITY PIC X(20).
       01 WS-BEST-POSTAL PIC X(10).
       01 WS-BEST-EMAIL PIC X(30).
       01 WS-BEST-CHANNEL PIC X.
       01 WS-NOTICE-LINE PIC X(80).
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-BALANCE-DISPLAY PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           MOVE "LOAN-NOTICE-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-NOTICE-DAYS
           END-IF
           PERFORM SET-NOTICE-WINDOW

           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "35"
               DISPLAY "LOAN BILLING NOTICE: NO SCHEDULE FILE ON "
                   "DISK - NOTHING TO BILL"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN SCHEDULE - "
                   "STATUS: " WS-SCHEDULE-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN MASTER - "
                   "STATUS: " WS-LOAN-STATUS " ***"
               CLOSE LOAN-SCHEDULE-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

      *    NO ESCROW FILE YET SIMPLY MEANS NO LOAN HAS ONE
           OPEN INPUT ESCROW-FILE
           IF WS-ESCROW-STATUS = "00"
               MOVE "Y" TO WS-ESCROW-OPEN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF
           OPEN EXTEND MAIL-NOTICE-FILE
           IF WS-MAIL-STATUS = "35"
               OPEN OUTPUT MAIL-NOTICE-FILE
           END-IF
           OPEN EXTEND EMAIL-NOTICE-FILE
           IF WS-EMAIL-STATUS = "35"
               OPEN OUTPUT EMAIL-NOTICE-FILE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN BILLING NOTICES - " WS-TODAY-DATE
               "  (DUE AFTER " WS-FROM-DUE-DATE " TO "
               WS-TO-DUE-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOAN  INST DUE       TOTAL DUE     CH  NOTICE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO LSCH-LOAN-ID
           MOVE 0 TO LSCH-INSTALLMENT-NO
           START LOAN-SCHEDULE-FILE KEY >= LSCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCHEDULE-FILE-EOF
           END-START
           PERFORM UNTIL WS-SCHEDULE-FILE-EOF = "Y"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-FILE-EOF
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = WS-CURRENT-LOAN-ID
                           MOVE LSCH-LOAN-ID TO WS-CURRENT-LOAN-ID
                           MOVE 0 TO WS-PAST-DUE-AMOUNT
                       END-IF
                       IF LSCH-STATUS = "O"
                           IF LSCH-DUE-DATE > WS-FROM-DUE-DATE
                               AND LSCH-DUE-DATE <= WS-TO-DUE-DATE
                               PERFORM BILL-ONE-INSTALLMENT
                           END-IF
                           IF LSCH-DUE-DATE < WS-TODAY-DATE
                               ADD LSCH-PAYMENT TO WS-PAST-DUE-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-MAILED-COUNT " MAILED, " WS-EMAILED-COUNT
               " EMAILED - " WS-AUTOPAY-COUNT " OF THEM AUTO-PAY "
               "ADVICES"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-FILE
           IF WS-ESCROW-OPEN = "Y"
               CLOSE ESCROW-FILE
           END-IF
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF
           CLOSE MAIL-NOTICE-FILE
           CLOSE EMAIL-NOTICE-FILE
           CLOSE REPORT-FILE
           DISPLAY "LOAN BILLING NOTICE COMPLETE - " WS-MAILED-COUNT
               " MAILED, " WS-EMAILED-COUNT " EMAILED"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    TONIGHT COVERS DUE DATES PAST THE HORIZON THE PREVIOUS
      *    BUSINESS DAY'S RUN REACHED, UP TO TODAY'S HORIZON.
       SET-NOTICE-WINDOW.
           COMPUTE WS-TO-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INTEGER + WS-NOTICE-DAYS)
           COMPUTE WS-PREVIOUS-BUSINESS-DAY =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - 1)
           MOVE 1 TO WS-DAYS-TRIED
           CALL "BUSINESS-DAY-CHECK" USING WS-PREVIOUS-BUSINESS-DAY
               WS-DATE-VALID WS-IS-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS-DAY = "Y"
               OR WS-DAYS-TRIED >= 10
               COMPUTE WS-PREVIOUS-BUSINESS-DAY =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PREVIOUS-BUSINESS-DAY)
                   - 1)
               ADD 1 TO WS-DAYS-TRIED
               CALL "BUSINESS-DAY-CHECK" USING
                   WS-PREVIOUS-BUSINESS-DAY WS-DATE-VALID
                   WS-IS-BUSINESS-DAY
           END-PERFORM
           COMPUTE WS-FROM-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-PREVIOUS-BUSINESS-DAY)
               + WS-NOTICE-DAYS)
           .

       BILL-ONE-INSTALLMENT.
           MOVE LSCH-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LOAN-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ESCROW-AMOUNT
           IF WS-ESCROW-OPEN = "Y"
               MOVE LOAN-ID TO ESC-LOAN-ID
               READ ESCROW-FILE
                   NOT INVALID KEY
                       IF ESC-STATUS = "A"
                           MOVE ESC-MONTHLY-AMOUNT TO WS-ESCROW-AMOUNT
                       END-IF
               END-READ
           END-IF
           COMPUTE WS-TOTAL-DUE = LSCH-PAYMENT + LOAN-LATE-CHARGES-DUE
               + WS-ESCROW-AMOUNT + WS-PAST-DUE-AMOUNT

           PERFORM FIND-BORROWER-ADDRESS
           IF WS-BEST-CHANNEL = "E" AND WS-BEST-EMAIL NOT = SPACES
               MOVE "E" TO WS-CHANNEL
               ADD 1 TO WS-EMAILED-COUNT
           ELSE
               MOVE "M" TO WS-CHANNEL
               ADD 1 TO WS-MAILED-COUNT
           END-IF

           MOVE ALL "=" TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           IF LOAN-AUTOPAY = "Y" AND LOAN-FUNDING-ACCOUNT NOT = 0
               STRING "LOAN PAYMENT ADVICE - LOAN " LOAN-ID
                   "                 DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
           ELSE
               STRING "LOAN BILLING NOTICE - LOAN " LOAN-ID
                   "                 DATE " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
           END-IF
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "TO: " FUNCTION TRIM(WS-HOLDER-NAME)
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           IF WS-CHANNEL = "E"
               MOVE SPACES TO WS-NOTICE-LINE
               STRING "    " WS-BEST-EMAIL
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
           ELSE
               MOVE SPACES TO WS-NOTICE-LINE
               STRING "    " WS-BEST-ADDRESS-1
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
               IF WS-BEST-ADDRESS-2 NOT = SPACES
                   MOVE SPACES TO WS-NOTICE-LINE
                   STRING "    " WS-BEST-ADDRESS-2
                       DELIMITED BY SIZE INTO WS-NOTICE-LINE
                   PERFORM WRITE-NOTICE-LINE
               END-IF
               MOVE SPACES TO WS-NOTICE-LINE
               STRING "    " FUNCTION TRIM(WS-BEST-CITY) " "
                   FUNCTION TRIM(WS-BEST-POSTAL)
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           MOVE SPACES TO WS-NOTICE-LINE
           STRING "INSTALLMENT " LSCH-INSTALLMENT-NO " OF "
               LOAN-TERM-MONTHS " DUE " LSCH-DUE-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE LSCH-PRINCIPAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "    PRINCIPAL                  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE LSCH-INTEREST TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "    INTEREST                   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           IF LOAN-LATE-CHARGES-DUE > 0
               MOVE LOAN-LATE-CHARGES-DUE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-NOTICE-LINE
               STRING "    LATE CHARGES               "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF
           IF WS-ESCROW-AMOUNT > 0
               MOVE WS-ESCROW-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-NOTICE-LINE
               STRING "    ESCROW (TAX/INSURANCE)     "
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF
           IF WS-PAST-DUE-AMOUNT > 0
               MOVE WS-PAST-DUE-AMOUNT TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO WS-NOTICE-LINE
               STRING "    EARLIER INSTALLMENTS UNPAID"
                   WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF
           MOVE WS-TOTAL-DUE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "    TOTAL DUE                  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE LOAN-OUTSTANDING TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "OUTSTANDING PRINCIPAL TODAY    " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           MOVE SPACES TO WS-NOTICE-LINE
           IF LOAN-AUTOPAY = "Y" AND LOAN-FUNDING-ACCOUNT NOT = 0
               PERFORM FIND-DEBIT-DATE
               STRING "WE WILL DEBIT ACCOUNT " LOAN-FUNDING-ACCOUNT
                   " ON " WS-DEBIT-DATE " FOR "
                   FUNCTION TRIM(WS-AMOUNT-DISPLAY) "."
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
               MOVE "PLEASE HAVE THE FUNDS IN THE ACCOUNT THE NIGHT "
                   & "BEFORE. NO ACTION IS NEEDED."
                   TO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
               ADD 1 TO WS-AUTOPAY-COUNT
           ELSE
               STRING "PLEASE PAY "
                   FUNCTION TRIM(WS-AMOUNT-DISPLAY) " BY "
                   LSCH-DUE-DATE " AT ANY BRANCH TO AVOID A LATE "
                   "CHARGE."
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF LOAN-AUTOPAY = "Y" AND LOAN-FUNDING-ACCOUNT NOT = 0
               STRING LOAN-ID " " LSCH-INSTALLMENT-NO " "
                   LSCH-DUE-DATE "  " WS-AMOUNT-DISPLAY "  "
                   WS-CHANNEL "   AUTO-PAY DEBIT " WS-DEBIT-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING LOAN-ID " " LSCH-INSTALLMENT-NO " "
                   LSCH-DUE-DATE "  " WS-AMOUNT-DISPLAY "  "
                   WS-CHANNEL "   BILL"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       WRITE-NOTICE-LINE.
           IF WS-CHANNEL = "E"
               MOVE WS-NOTICE-LINE TO EMAIL-NOTICE-LINE
               WRITE EMAIL-NOTICE-LINE
           ELSE
               MOVE WS-NOTICE-LINE TO MAIL-NOTICE-LINE
               WRITE MAIL-NOTICE-LINE
           END-IF
           .

      *    LOAN-AUTOPAY RUNS ONLY ON BUSINESS NIGHTS AND COLLECTS
      *    ANYTHING DUE THAT DAY OR EARLIER.
       FIND-DEBIT-DATE.
           MOVE LSCH-DUE-DATE TO WS-DEBIT-DATE
           MOVE 0 TO WS-DAYS-TRIED
           CALL "BUSINESS-DAY-CHECK" USING WS-DEBIT-DATE
               WS-DATE-VALID WS-IS-BUSINESS-DAY
           PERFORM UNTIL WS-IS-BUSINESS-DAY = "Y"
               OR WS-DAYS-TRIED >= 10
               COMPUTE WS-DEBIT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DEBIT-DATE) + 1)
               ADD 1 TO WS-DAYS-TRIED
               CALL "BUSINESS-DAY-CHECK" USING WS-DEBIT-DATE
                   WS-DATE-VALID WS-IS-BUSINESS-DAY
           END-PERFORM
           .

      *    THE NEWEST CONTACT ROW ALREADY IN EFFECT - THE SAME RULE
      *    THE STATEMENTS USE FOR THEIR MAILING HEADER. NOTHING ON
      *    FILE MEANS MAIL.
       FIND-BORROWER-ADDRESS.
           MOVE "BORROWER" TO WS-HOLDER-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE LOAN-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-HOLDER-NAME
                       STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                           FUNCTION TRIM(CUSTOMER-LAST-NAME)
                           DELIMITED BY SIZE INTO WS-HOLDER-NAME
               END-READ
           END-IF
           MOVE "ADDRESS NOT ON FILE" TO WS-BEST-ADDRESS-1
           MOVE SPACES TO WS-BEST-ADDRESS-2
           MOVE SPACES TO WS-BEST-CITY
           MOVE SPACES TO WS-BEST-POSTAL
           MOVE SPACES TO WS-BEST-EMAIL
           MOVE "M" TO WS-BEST-CHANNEL
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
                           MOVE CONTACT-EMAIL TO WS-BEST-EMAIL
                           MOVE CONTACT-DELIVERY-CHANNEL
                               TO WS-BEST-CHANNEL
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM LOAN-BILLING-NOTICE.
