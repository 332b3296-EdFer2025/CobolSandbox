       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-PAYOFF.

      *    LOAN PAYOFF DESK. A QUOTE, FOR A LOAN ID AND A
      *    GOOD-THROUGH DATE, WORKS OUT WHAT IT TAKES TO CLEAR THE
      *    LOAN THAT DAY: PRINCIPAL OUTSTANDING, PLUS SIMPLE
      *    INTEREST AT LOAN-ANNUAL-RATE ON THAT PRINCIPAL FROM THE
      *    DUE DATE OF THE LAST PAID INSTALLMENT (ORIGINATION WHEN
      *    NONE IS PAID) TO THE GOOD-THROUGH DATE, ACTUAL DAYS OVER
      *    365, PLUS ANY LATE CHARGES ASSESSED AND NOT YET
      *    COLLECTED. INSTALLMENTS FALLEN DUE AND UNPAID ARE LISTED, AND
      *    THE PER-DIEM LETS THE OTHER SIDE ADJUST FOR A LATE
      *    ARRIVAL. THE QUOTE IS SAVED UNDER A QUOTE NUMBER AND A
      *    DATED PAYOFF LETTER, ADDRESSED FROM THE CONTACT ROW IN
      *    FORCE, IS ADDED TO loan_payoff_letters.txt.
      *
      *    POSTING A PAYOFF QUOTES THAT NUMBER: THE QUOTED TOTAL IS
      *    DEBITED FROM THE PAYING DEPOSIT ACCOUNT, SPLIT INTO THE
      *    USUAL PRINCIPAL (TYPE "R", LOANS RECEIVABLE) AND
      *    INTEREST (TYPE "N", FEE INCOME) LEGS, WITH THE LATE
      *    CHARGES AS A TYPE "F" LEG TO FEE INCOME, EVERY OPEN
      *    SCHEDULE ROW IS MARKED PAID AND THE LOAN CLOSES ("C").
      *    A QUOTE PAST ITS GOOD-THROUGH DATE, OR ONE THE LOAN HAS
      *    MOVED AWAY FROM SINCE (AN INSTALLMENT POSTED OR A LATE
      *    CHARGE ASSESSED IN BETWEEN),
      *    IS REFUSED - REQUOTE.

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

           SELECT PAYOFF-QUOTE-FILE
               ASSIGN TO "02_BANKING/loan_payoff_quotes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LPQ-QUOTE-NUMBER
               FILE STATUS IS WS-QUOTE-STATUS.

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

           SELECT LETTER-FILE
               ASSIGN TO "02_BANKING/loan_payoff_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD PAYOFF-QUOTE-FILE.
           COPY "LOAN-PAYOFF-QUOTE-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-LOAN-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-QUOTE-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-LETTER-STATUS PIC XX.
       01 WS-SCHEDULE-EOF PIC X.
       01 WS-QUOTE-EOF PIC X.
       01 WS-CONTACT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-NEXT-QUOTE-NUMBER PIC 9(7) VALUE 1.
       01 WS-GOOD-THROUGH-DATE PIC 9(8).
       01 WS-DATE-VALID PIC X.
       01 WS-IS-BUSINESS-DAY PIC X.
       01 WS-INTEREST-DAYS PIC S9(5).
       01 WS-LAST-PAID-DUE-DATE PIC 9(8).
       01 WS-PAYING-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X VALUE "D".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).
       01 WS-HOLDER-NAME PIC X(40).
       01 WS-BEST-ADDRESS-1 PIC X(30).
       01 WS-BEST-ADDRESS-2 PIC X(30).
       01 WS-BEST-CITY PIC X(20).
       01 WS-BEST-POSTAL PIC X(10).
       01 WS-ROWS-CLOSED PIC 9(3).
       01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-DISPLAY-PER-DIEM PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "OPERATOR ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN MASTER - "
                   "STATUS: " WS-LOAN-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN SCHEDULE - "
                   "STATUS: " WS-SCHEDULE-STATUS " ***"
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
           OPEN I-O PAYOFF-QUOTE-FILE
           IF WS-QUOTE-STATUS = "35"
               OPEN OUTPUT PAYOFF-QUOTE-FILE
               CLOSE PAYOFF-QUOTE-FILE
               OPEN I-O PAYOFF-QUOTE-FILE
           END-IF
           IF WS-QUOTE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE PAYOFF QUOTE FILE - "
                   "STATUS: " WS-QUOTE-STATUS " ***"
               CLOSE LOAN-FILE
               CLOSE LOAN-SCHEDULE-FILE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE LOAN-FILE
               CLOSE LOAN-SCHEDULE-FILE
               CLOSE PAYOFF-QUOTE-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CONTACT-FILE
           PERFORM SEED-NEXT-QUOTE-NUMBER

           PERFORM UNTIL WS-OPTION = 3
               DISPLAY " "
               DISPLAY "---LOAN PAYOFF---"
               DISPLAY "    1. PAYOFF QUOTE AND LETTER"
               DISPLAY "    2. POST A PAYOFF AGAINST A QUOTE"
               DISPLAY "    3. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM PREPARE-PAYOFF-QUOTE
                   WHEN 2
                       PERFORM POST-PAYOFF
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE LOAN-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE PAYOFF-QUOTE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CONTACT-FILE
           DISPLAY "LOAN PAYOFF DESK ENDED"
           STOP RUN.

       SEED-NEXT-QUOTE-NUMBER.
           MOVE "N" TO WS-QUOTE-EOF
           MOVE 0 TO LPQ-QUOTE-NUMBER
           START PAYOFF-QUOTE-FILE KEY >= LPQ-QUOTE-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-QUOTE-EOF
           END-START
           PERFORM UNTIL WS-QUOTE-EOF = "Y"
               READ PAYOFF-QUOTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-QUOTE-EOF
                   NOT AT END
                       IF LPQ-QUOTE-NUMBER >= WS-NEXT-QUOTE-NUMBER
                           COMPUTE WS-NEXT-QUOTE-NUMBER =
                               LPQ-QUOTE-NUMBER + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       PREPARE-PAYOFF-QUOTE.
           DISPLAY "LOAN ID:                       "
               WITH NO ADVANCING
           ACCEPT LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO LOAN WITH ID " LOAN-ID
                   EXIT PARAGRAPH
           END-READ
           IF LOAN-STATUS NOT = "A"
               DISPLAY "LOAN " LOAN-ID " IS PAID OFF"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GOOD-THROUGH DATE (YYYYMMDD):  "
               WITH NO ADVANCING
           ACCEPT WS-GOOD-THROUGH-DATE
           CALL "BUSINESS-DAY-CHECK" USING WS-GOOD-THROUGH-DATE
               WS-DATE-VALID WS-IS-BUSINESS-DAY
           IF WS-DATE-VALID NOT = "Y"
               DISPLAY "NOT A VALID DATE - NO QUOTE"
               EXIT PARAGRAPH
           END-IF
           IF WS-GOOD-THROUGH-DATE < WS-TODAY-DATE
               DISPLAY "GOOD-THROUGH DATE IS IN THE PAST - NO QUOTE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REQUESTED BY (BLANK = BORROWER): "
               WITH NO ADVANCING
           ACCEPT LPQ-REQUESTED-BY

           PERFORM SCAN-LOAN-SCHEDULE
           MOVE WS-NEXT-QUOTE-NUMBER TO LPQ-QUOTE-NUMBER
           MOVE LOAN-ID TO LPQ-LOAN-ID
           MOVE WS-TODAY-DATE TO LPQ-QUOTE-DATE
           MOVE WS-GOOD-THROUGH-DATE TO LPQ-GOOD-THROUGH-DATE
           MOVE WS-LAST-PAID-DUE-DATE TO LPQ-INTEREST-FROM-DATE
           MOVE LOAN-OUTSTANDING TO LPQ-PRINCIPAL
           COMPUTE WS-INTEREST-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-GOOD-THROUGH-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-LAST-PAID-DUE-DATE)
           IF WS-INTEREST-DAYS < 0
               MOVE 0 TO WS-INTEREST-DAYS
           END-IF
           COMPUTE LPQ-INTEREST ROUNDED =
               LOAN-OUTSTANDING * LOAN-ANNUAL-RATE
               * WS-INTEREST-DAYS / 365
           COMPUTE LPQ-PER-DIEM ROUNDED =
               LOAN-OUTSTANDING * LOAN-ANNUAL-RATE / 365
           MOVE LOAN-LATE-CHARGES-DUE TO LPQ-LATE-CHARGES
           COMPUTE LPQ-TOTAL =
               LPQ-PRINCIPAL + LPQ-INTEREST + LPQ-LATE-CHARGES
           MOVE WS-OPERATOR-ID TO LPQ-QUOTED-BY
           MOVE "Q" TO LPQ-STATUS
           MOVE 0 TO LPQ-POSTED-DATE
           WRITE LOAN-PAYOFF-QUOTE-RECORD
           IF WS-QUOTE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO SAVE THE QUOTE - STATUS: "
                   WS-QUOTE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEXT-QUOTE-NUMBER

           MOVE LPQ-TOTAL TO WS-DISPLAY-AMOUNT
           DISPLAY "QUOTE " LPQ-QUOTE-NUMBER " - PAYOFF "
               WS-DISPLAY-AMOUNT " GOOD THROUGH "
               LPQ-GOOD-THROUGH-DATE
           MOVE LPQ-PER-DIEM TO WS-DISPLAY-PER-DIEM
           DISPLAY "   PRINCIPAL " LPQ-PRINCIPAL "  INTEREST "
               LPQ-INTEREST "  PER DIEM " WS-DISPLAY-PER-DIEM
           IF LPQ-LATE-CHARGES > 0
               DISPLAY "   LATE CHARGES " LPQ-LATE-CHARGES
           END-IF
           IF LPQ-PAST-DUE-COUNT > 0
               DISPLAY "   " LPQ-PAST-DUE-COUNT
                   " INSTALLMENTS PAST DUE, TOTALING "
                   LPQ-PAST-DUE-AMOUNT
           END-IF
           PERFORM WRITE-PAYOFF-LETTER
           .

      *    ONE PASS OVER THE LOAN'S SCHEDULE ROWS: THE DUE DATE OF
      *    THE LATEST PAID ROW STARTS THE INTEREST CLOCK; OPEN ROWS
      *    DUE BY THE GOOD-THROUGH DATE ARE THE ARREARS.
       SCAN-LOAN-SCHEDULE.
           MOVE LOAN-ORIGINATION-DATE TO WS-LAST-PAID-DUE-DATE
           MOVE 0 TO LPQ-PAST-DUE-COUNT
           MOVE 0 TO LPQ-PAST-DUE-AMOUNT
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
                           IF LSCH-STATUS = "P"
                               MOVE LSCH-DUE-DATE
                                   TO WS-LAST-PAID-DUE-DATE
                           ELSE
                               IF LSCH-DUE-DATE
                                   <= WS-GOOD-THROUGH-DATE
                                   ADD 1 TO LPQ-PAST-DUE-COUNT
                                   ADD LSCH-PAYMENT
                                       TO LPQ-PAST-DUE-AMOUNT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-PAYOFF-LETTER.
           PERFORM FIND-BORROWER-ADDRESS
           OPEN EXTEND LETTER-FILE
           IF WS-LETTER-STATUS = "35"
               OPEN OUTPUT LETTER-FILE
           END-IF
           MOVE ALL "=" TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "PAYOFF QUOTE NO " LPQ-QUOTE-NUMBER
               "                      DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "TO: " FUNCTION TRIM(WS-HOLDER-NAME)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " WS-BEST-ADDRESS-1
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF WS-BEST-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "    " WS-BEST-ADDRESS-2
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "    " FUNCTION TRIM(WS-BEST-CITY) " "
               FUNCTION TRIM(WS-BEST-POSTAL)
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF LPQ-REQUESTED-BY NOT = SPACES
               MOVE SPACES TO LETTER-LINE
               STRING "PREPARED AT THE REQUEST OF: "
                   FUNCTION TRIM(LPQ-REQUESTED-BY)
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "THE AMOUNT REQUIRED TO PAY LOAN " LOAN-ID
               " IN FULL ON OR BEFORE " LPQ-GOOD-THROUGH-DATE " IS:"
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LPQ-PRINCIPAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "    PRINCIPAL OUTSTANDING         " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LPQ-INTEREST TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "    INTEREST FROM " LPQ-INTEREST-FROM-DATE
               "        " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF LPQ-LATE-CHARGES > 0
               MOVE LPQ-LATE-CHARGES TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO LETTER-LINE
               STRING "    LATE CHARGES                  "
                   WS-DISPLAY-AMOUNT
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE LPQ-TOTAL TO WS-DISPLAY-AMOUNT
           MOVE SPACES TO LETTER-LINE
           STRING "    TOTAL TO PAY OFF              " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           IF LPQ-PAST-DUE-COUNT > 0
               MOVE LPQ-PAST-DUE-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO LETTER-LINE
               STRING "THE TOTAL INCLUDES " LPQ-PAST-DUE-COUNT
                   " INSTALLMENTS NOW DUE AND UNPAID ("
                   FUNCTION TRIM(WS-DISPLAY-AMOUNT) ")."
                   DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE LPQ-PER-DIEM TO WS-DISPLAY-PER-DIEM
           MOVE SPACES TO LETTER-LINE
           STRING "INTEREST ACCRUES AT " WS-DISPLAY-PER-DIEM
               " PER DAY AFTER THE GOOD-THROUGH DATE."
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "PLEASE QUOTE PAYOFF QUOTE NO " LPQ-QUOTE-NUMBER
               " WITH YOUR REMITTANCE."
               DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           CLOSE LETTER-FILE
           DISPLAY "PAYOFF LETTER ADDED TO loan_payoff_letters.txt"
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
           IF WS-CONTACT-STATUS NOT = "00"
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

       POST-PAYOFF.
           DISPLAY "PAYOFF QUOTE NUMBER:           "
               WITH NO ADVANCING
           ACCEPT LPQ-QUOTE-NUMBER
           READ PAYOFF-QUOTE-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO PAYOFF QUOTE WITH THAT NUMBER"
                   EXIT PARAGRAPH
           END-READ
           IF LPQ-STATUS NOT = "Q"
               DISPLAY "QUOTE " LPQ-QUOTE-NUMBER " WAS ALREADY "
                   "POSTED ON " LPQ-POSTED-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY-DATE > LPQ-GOOD-THROUGH-DATE
               DISPLAY "QUOTE EXPIRED " LPQ-GOOD-THROUGH-DATE
                   " - PREPARE A NEW QUOTE"
               EXIT PARAGRAPH
           END-IF
           MOVE LPQ-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO LOAN WITH ID " LOAN-ID
                   EXIT PARAGRAPH
           END-READ
           IF LOAN-STATUS NOT = "A"
               DISPLAY "LOAN " LOAN-ID " IS ALREADY PAID OFF"
               EXIT PARAGRAPH
           END-IF
           IF LOAN-OUTSTANDING NOT = LPQ-PRINCIPAL
               DISPLAY "LOAN " LOAN-ID " HAS CHANGED SINCE THE "
                   "QUOTE (OUTSTANDING NOW " LOAN-OUTSTANDING
                   ") - PREPARE A NEW QUOTE"
               EXIT PARAGRAPH
           END-IF
           IF LOAN-LATE-CHARGES-DUE NOT = LPQ-LATE-CHARGES
               DISPLAY "LOAN " LOAN-ID " HAS CHANGED SINCE THE "
                   "QUOTE (LATE CHARGES NOW " LOAN-LATE-CHARGES-DUE
                   ") - PREPARE A NEW QUOTE"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PAYING ACCOUNT (0 = " LOAN-ACCOUNT "): "
               WITH NO ADVANCING
           ACCEPT WS-PAYING-ACCOUNT
           IF WS-PAYING-ACCOUNT = 0
               MOVE LOAN-ACCOUNT TO WS-PAYING-ACCOUNT
           END-IF
           MOVE LPQ-TOTAL TO WS-DISPLAY-AMOUNT
           DISPLAY "POST PAYOFF OF " WS-DISPLAY-AMOUNT " ON LOAN "
               LOAN-ID " FROM ACCOUNT " WS-PAYING-ACCOUNT "? (Y/N):"
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "PAYOFF NOT POSTED"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAYING-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO ACCOUNT WITH NUMBER "
                       WS-PAYING-ACCOUNT " - PAYOFF NOT POSTED"
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS NOT = "A"
               DISPLAY "ACCOUNT " WS-PAYING-ACCOUNT " IS NOT ACTIVE "
                   "(STATUS: " ACCOUNT-STATUS ") - PAYOFF NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-PAYING-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "ACCOUNT " WS-PAYING-ACCOUNT " IS RESTRICTED "
                   "(REASON " WS-RESTRICT-REASON ") - PAYOFF NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           IF LPQ-TOTAL > ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
               DISPLAY "INSUFFICIENT FUNDS IN ACCOUNT "
                   WS-PAYING-ACCOUNT " FOR THE PAYOFF"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT LPQ-TOTAL FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO DEBIT ACCOUNT "
                   WS-PAYING-ACCOUNT " - STATUS: " WS-ACCOUNT-STATUS
                   " ***"
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-PAYOFF-PRINCIPAL
           PERFORM POST-PAYOFF-INTEREST
           PERFORM POST-PAYOFF-LATE-CHARGES
           PERFORM CLOSE-OPEN-INSTALLMENTS

           MOVE 0 TO LOAN-OUTSTANDING
           MOVE 0 TO LOAN-LATE-CHARGES-DUE
           COMPUTE LOAN-NEXT-INSTALLMENT = LOAN-TERM-MONTHS + 1
           MOVE "C" TO LOAN-STATUS
           REWRITE LOAN-RECORD
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE THE LOAN - STATUS: "
                   WS-LOAN-STATUS " ***"
           END-IF

           MOVE "P" TO LPQ-STATUS
           MOVE WS-TODAY-DATE TO LPQ-POSTED-DATE
           REWRITE LOAN-PAYOFF-QUOTE-RECORD
           IF WS-QUOTE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO MARK THE QUOTE POSTED - "
                   "STATUS: " WS-QUOTE-STATUS " ***"
           END-IF
           DISPLAY "PAYOFF POSTED - LOAN " LOAN-ID " IS PAID OFF ("
               WS-ROWS-CLOSED " INSTALLMENTS CLOSED)"
           .

       POST-PAYOFF-PRINCIPAL.
           MOVE GL-LOAN-CONTROL-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** LOANS RECEIVABLE CONTROL ACCOUNT "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD LPQ-PRINCIPAL TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE WS-PAYING-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-LOAN-CONTROL-ACCOUNT TO TO-ACCOUNT
           MOVE LPQ-PRINCIPAL TO TRANSACTION-AMOUNT
           MOVE "R" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "LOAN:" LOAN-ID "/PAYOFF:" LPQ-QUOTE-NUMBER
               "/PRINCIPAL"
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE
           .

       POST-PAYOFF-INTEREST.
           IF LPQ-INTEREST = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GL-FEE-INCOME-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** FEE INCOME CONTROL ACCOUNT "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD LPQ-INTEREST TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE WS-PAYING-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-FEE-INCOME-ACCOUNT TO TO-ACCOUNT
           MOVE LPQ-INTEREST TO TRANSACTION-AMOUNT
           MOVE "N" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "LOAN:" LOAN-ID "/PAYOFF:" LPQ-QUOTE-NUMBER
               "/INTEREST"
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE
           .

       POST-PAYOFF-LATE-CHARGES.
           IF LPQ-LATE-CHARGES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GL-FEE-INCOME-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** FEE INCOME CONTROL ACCOUNT "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD LPQ-LATE-CHARGES TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE WS-PAYING-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-FEE-INCOME-ACCOUNT TO TO-ACCOUNT
           MOVE LPQ-LATE-CHARGES TO TRANSACTION-AMOUNT
           MOVE "F" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "LOAN:" LOAN-ID "/PAYOFF:" LPQ-QUOTE-NUMBER
               "/LATE CHARGE"
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE
           .

      *    THE PAYOFF SETTLES EVERY INSTALLMENT STILL OPEN, SO
      *    DELINQUENCY AND AUTO-PAY NEVER SEE THEM AGAIN.
       CLOSE-OPEN-INSTALLMENTS.
           MOVE 0 TO WS-ROWS-CLOSED
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
                           IF LSCH-STATUS = "O"
                               MOVE "P" TO LSCH-STATUS
                               MOVE WS-TODAY-DATE TO LSCH-PAID-DATE
                               REWRITE LOAN-SCHEDULE-RECORD
                               ADD 1 TO WS-ROWS-CLOSED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM LOAN-PAYOFF.
