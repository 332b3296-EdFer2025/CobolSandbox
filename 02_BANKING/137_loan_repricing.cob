       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-REPRICING.

      *    NIGHTLY RESET OF THE VARIABLE-RATE LOAN BOOK. A LOAN
      *    BOOKED WITH LOAN-RATE-TYPE "V" CARRIES THE NAME OF AN
      *    INDEX - AN EFFECTIVE-DATED ROW IN bank_parameters.dat, SO
      *    EVERY INDEX MOVE GOES THROUGH THE PARAMETER MAKER-CHECKER
      *    APPROVAL LIKE ANY OTHER RATE - A MARGIN OVER IT, A FLOOR,
      *    AN OPTIONAL CAP AND A REPRICING FREQUENCY IN MONTHS.
      *
      *    EVERY RUNNING VARIABLE LOAN WHOSE LOAN-NEXT-REPRICE-DATE
      *    HAS ARRIVED IS RESET TO THE INDEX IN FORCE ON THAT RESET
      *    DATE PLUS THE MARGIN, HELD BETWEEN THE FLOOR AND THE CAP
      *    (A ZERO CAP MEANS NONE). WHEN THE RATE MOVES, THE UNPAID
      *    PART OF THE SCHEDULE IS REDRAWN BY LOAN-REAMORTIZE
      *    (02_BANKING/129_loan_reamortize.cob) KEEPING THE TERM -
      *    THE PAYMENT ABSORBS THE CHANGE - AND THE BORROWER IS SENT
      *    A RATE-CHANGE NOTICE WITH THE OLD AND NEW RATE AND
      *    PAYMENT. THE RESET DATE THEN ROLLS FORWARD BY THE
      *    FREQUENCY; RESETS MISSED WHILE THE CHAIN WAS NOT RUNNING
      *    COLLAPSE INTO ONE, PRICED ON THE LATEST RESET DATE PASSED.
      *
      *    A LOAN WHOSE INDEX HAS NO APPROVED ROW IN FORCE ON THE
      *    RESET DATE KEEPS ITS RATE AND RESET DATE AND IS LISTED
      *    ON THE REPORT - IT IS PICKED UP AGAIN THE NIGHT THE
      *    INDEX ROW IS APPROVED.
      *
      *    NOTICES GO TO THE SAME BORROWER OUTBOXES AS THE BILLING
      *    NOTICES (loan_notices_email.txt / loan_notices_mail.txt),
      *    ROUTED BY THE CONTACT ROW IN FORCE.
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
               ASSIGN TO "02_BANKING/loan_repricing_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

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
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-MAIL-STATUS PIC XX.
       01 WS-EMAIL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-LOAN-EOF PIC X VALUE "N".
       01 WS-CONTACT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REPRICED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNCHANGED-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-MAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-EMAILED-COUNT PIC 9(5) VALUE 0.

      *THE INDEX ITSELF IS THE PARAMETER ROW NAMED BY LOAN-RATE-INDEX
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *THE RESET BEING APPLIED TO THE LOAN IN HAND
       01 WS-CURRENT-LOAN-ID PIC 9(5).
       01 WS-RESET-DATE PIC 9(8).
       01 WS-FOLLOWING-RESET PIC 9(8).
       01 WS-INDEX-RATE PIC S9(7)V9(4).
       01 WS-SET-RATE PIC S9(3)V9(4).
       01 WS-OLD-RATE PIC V9(4).
       01 WS-NEW-RATE PIC V9(4).
       01 WS-OLD-PAYMENT PIC 9(7)V99.
       01 WS-NEW-PAYMENT PIC 9(7)V99.
       01 WS-FIRST-NEW-INSTALLMENT PIC 9(3).
       01 WS-FIRST-NEW-DUE-DATE PIC 9(8).
       01 WS-REAMORTIZE-RESULT PIC X.
       01 WS-REASON PIC X(20) VALUE "RATE RESET".
       01 WS-METHOD PIC X VALUE "P".
       01 WS-RESET-YEAR PIC 9(4).
       01 WS-RESET-MONTH PIC 9(2).
       01 WS-RESET-DAY PIC 9(2).
       01 WS-RESET-MONTH-TOTAL PIC 9(6).

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
       01 WS-PERCENT PIC S9(3)V99.
       01 WS-PERCENT-DISPLAY PIC ZZ9.99-.
       01 WS-OLD-PERCENT-DISPLAY PIC ZZ9.99.
       01 WS-NEW-PERCENT-DISPLAY PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = "35"
               DISPLAY "LOAN REPRICING: NO LOAN FILE ON DISK - "
                   "NOTHING TO REPRICE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN MASTER - "
                   "STATUS: " WS-LOAN-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
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
           STRING "VARIABLE-RATE LOAN REPRICING - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOAN  RESET     OLD %  NEW %  OLD PAYMENT  NEW PAYMEN"
               & "T  NEXT RESET"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY >= LOAN-ID
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF
           END-START
           PERFORM UNTIL WS-LOAN-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOAN-EOF
                   NOT AT END
                       IF LOAN-STATUS = "A"
                           AND LOAN-RATE-TYPE = "V"
                           AND LOAN-NEXT-REPRICE-DATE NOT = 0
                           AND LOAN-NEXT-REPRICE-DATE <= WS-TODAY-DATE
                           PERFORM REPRICE-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-REPRICED-COUNT " REPRICED, " WS-UNCHANGED-COUNT
               " RESET WITH NO RATE CHANGE, " WS-EXCEPTION-COUNT
               " HELD - NO INDEX IN FORCE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RATE-CHANGE NOTICES: " WS-MAILED-COUNT " MAILED, "
               WS-EMAILED-COUNT " EMAILED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE LOAN-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF
           CLOSE MAIL-NOTICE-FILE
           CLOSE EMAIL-NOTICE-FILE
           CLOSE REPORT-FILE
           DISPLAY "LOAN REPRICING COMPLETE - " WS-REPRICED-COUNT
               " REPRICED, " WS-EXCEPTION-COUNT " HELD"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    ROLL THE RESET DATE UP TO THE LATEST ONE ALREADY PASSED,
      *    PRICE OFF THE INDEX IN FORCE THAT DAY, AND REDRAW THE
      *    SCHEDULE WHEN THE RATE ACTUALLY MOVES.
       REPRICE-ONE-LOAN.
           MOVE LOAN-ID TO WS-CURRENT-LOAN-ID
           MOVE LOAN-NEXT-REPRICE-DATE TO WS-RESET-DATE
           MOVE LOAN-NEXT-REPRICE-DATE TO WS-FOLLOWING-RESET
           PERFORM ADVANCE-RESET-DATE
           PERFORM UNTIL WS-FOLLOWING-RESET > WS-TODAY-DATE
               MOVE WS-FOLLOWING-RESET TO WS-RESET-DATE
               PERFORM ADVANCE-RESET-DATE
           END-PERFORM

           MOVE LOAN-RATE-INDEX TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-RESET-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND NOT = "Y"
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING LOAN-ID " " WS-RESET-DATE
                   "  HELD - NO APPROVED INDEX ROW "
                   FUNCTION TRIM(LOAN-RATE-INDEX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PARAM-VALUE TO WS-INDEX-RATE

           COMPUTE WS-SET-RATE = WS-INDEX-RATE + LOAN-RATE-MARGIN
           IF WS-SET-RATE < LOAN-RATE-FLOOR
               MOVE LOAN-RATE-FLOOR TO WS-SET-RATE
           END-IF
           IF LOAN-RATE-CAP NOT = 0 AND WS-SET-RATE > LOAN-RATE-CAP
               MOVE LOAN-RATE-CAP TO WS-SET-RATE
           END-IF
           IF WS-SET-RATE < 0
               MOVE 0 TO WS-SET-RATE
           END-IF
           MOVE WS-SET-RATE TO WS-NEW-RATE
           MOVE LOAN-ANNUAL-RATE TO WS-OLD-RATE
           MOVE LOAN-MONTHLY-PAYMENT TO WS-OLD-PAYMENT
           MOVE LOAN-MONTHLY-PAYMENT TO WS-NEW-PAYMENT

           MOVE WS-NEW-RATE TO LOAN-ANNUAL-RATE
           MOVE WS-FOLLOWING-RESET TO LOAN-NEXT-REPRICE-DATE
           REWRITE LOAN-RECORD
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE LOAN " LOAN-ID
                   " - STATUS: " WS-LOAN-STATUS " ***"
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF

           IF WS-NEW-RATE = WS-OLD-RATE
               ADD 1 TO WS-UNCHANGED-COUNT
               PERFORM WRITE-REPORT-ROW
               EXIT PARAGRAPH
           END-IF

      *    LOAN-REAMORTIZE OPENS THE LOAN FILES ITSELF - LET GO OF
      *    THE MASTER, THEN PICK THE SWEEP UP AGAIN PAST THIS LOAN.
           CLOSE LOAN-FILE
           CALL "LOAN-REAMORTIZE" USING WS-CURRENT-LOAN-ID WS-METHOD
               WS-REASON WS-RESET-DATE WS-REAMORTIZE-RESULT
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT REOPEN THE LOAN MASTER - "
                   "STATUS: " WS-LOAN-STATUS " ***"
               MOVE "Y" TO WS-LOAN-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CURRENT-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF
                   EXIT PARAGRAPH
           END-READ
           MOVE LOAN-MONTHLY-PAYMENT TO WS-NEW-PAYMENT
           ADD 1 TO WS-REPRICED-COUNT
           PERFORM WRITE-REPORT-ROW
           PERFORM SEND-RATE-CHANGE-NOTICE

           MOVE WS-CURRENT-LOAN-ID TO LOAN-ID
           START LOAN-FILE KEY > LOAN-ID
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-EOF
           END-START
           .

      *    ONE FREQUENCY STEP ON FROM WS-FOLLOWING-RESET, KEEPING
      *    THE DAY OF THE MONTH THE INSTALLMENTS FALL DUE.
       ADVANCE-RESET-DATE.
           MOVE WS-FOLLOWING-RESET(1:4) TO WS-RESET-YEAR
           MOVE WS-FOLLOWING-RESET(5:2) TO WS-RESET-MONTH
           MOVE WS-FOLLOWING-RESET(7:2) TO WS-RESET-DAY
           IF WS-RESET-DAY > 28
               MOVE 28 TO WS-RESET-DAY
           END-IF
           IF LOAN-REPRICE-MONTHS = 0
               MOVE 99999999 TO WS-FOLLOWING-RESET
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-RESET-MONTH-TOTAL =
               WS-RESET-YEAR * 12 + WS-RESET-MONTH - 1
               + LOAN-REPRICE-MONTHS
           COMPUTE WS-RESET-YEAR = WS-RESET-MONTH-TOTAL / 12
           COMPUTE WS-RESET-MONTH =
               WS-RESET-MONTH-TOTAL - WS-RESET-YEAR * 12 + 1
           COMPUTE WS-FOLLOWING-RESET =
               WS-RESET-YEAR * 10000 + WS-RESET-MONTH * 100
               + WS-RESET-DAY
           .

       WRITE-REPORT-ROW.
           COMPUTE WS-PERCENT = WS-OLD-RATE * 100
           MOVE WS-PERCENT TO WS-OLD-PERCENT-DISPLAY
           COMPUTE WS-PERCENT = WS-NEW-RATE * 100
           MOVE WS-PERCENT TO WS-NEW-PERCENT-DISPLAY
           MOVE WS-OLD-PAYMENT TO WS-AMOUNT-DISPLAY
           MOVE WS-NEW-PAYMENT TO WS-BALANCE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING LOAN-ID " " WS-RESET-DATE " "
               WS-OLD-PERCENT-DISPLAY " " WS-NEW-PERCENT-DISPLAY " "
               WS-AMOUNT-DISPLAY " " WS-BALANCE-DISPLAY " "
               LOAN-NEXT-REPRICE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       SEND-RATE-CHANGE-NOTICE.
           PERFORM FIND-FIRST-NEW-INSTALLMENT
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
           STRING "LOAN RATE CHANGE NOTICE - LOAN " LOAN-ID
               "             DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
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
           STRING "THE INTEREST RATE ON YOUR LOAN WAS RESET ON "
               WS-RESET-DATE "."
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           COMPUTE WS-PERCENT = WS-INDEX-RATE * 100
           MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "    INDEX " LOAN-RATE-INDEX "   "
               WS-PERCENT-DISPLAY "%"
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           COMPUTE WS-PERCENT = LOAN-RATE-MARGIN * 100
           MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "    MARGIN                         "
               WS-PERCENT-DISPLAY "%"
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           IF LOAN-RATE-FLOOR NOT = 0 OR LOAN-RATE-CAP NOT = 0
               COMPUTE WS-PERCENT = LOAN-RATE-FLOOR * 100
               MOVE WS-PERCENT TO WS-OLD-PERCENT-DISPLAY
               COMPUTE WS-PERCENT = LOAN-RATE-CAP * 100
               MOVE WS-PERCENT TO WS-NEW-PERCENT-DISPLAY
               MOVE SPACES TO WS-NOTICE-LINE
               IF LOAN-RATE-CAP = 0
                   STRING "    FLOOR " WS-OLD-PERCENT-DISPLAY
                       "%, NO CAP"
                       DELIMITED BY SIZE INTO WS-NOTICE-LINE
               ELSE
                   STRING "    FLOOR " WS-OLD-PERCENT-DISPLAY
                       "%, CAP " WS-NEW-PERCENT-DISPLAY "%"
                       DELIMITED BY SIZE INTO WS-NOTICE-LINE
               END-IF
               PERFORM WRITE-NOTICE-LINE
           END-IF
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           COMPUTE WS-PERCENT = WS-OLD-RATE * 100
           MOVE WS-PERCENT TO WS-OLD-PERCENT-DISPLAY
           COMPUTE WS-PERCENT = WS-NEW-RATE * 100
           MOVE WS-PERCENT TO WS-NEW-PERCENT-DISPLAY
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "                               PREVIOUS         NEW"
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "    ANNUAL RATE                  "
               WS-OLD-PERCENT-DISPLAY "%      "
               WS-NEW-PERCENT-DISPLAY "%"
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE WS-OLD-PAYMENT TO WS-AMOUNT-DISPLAY
           MOVE WS-NEW-PAYMENT TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "    MONTHLY PAYMENT        " WS-AMOUNT-DISPLAY
               " " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE

           IF WS-FIRST-NEW-INSTALLMENT NOT = 0
               MOVE SPACES TO WS-NOTICE-LINE
               STRING "THE NEW PAYMENT APPLIES FROM INSTALLMENT "
                   WS-FIRST-NEW-INSTALLMENT " DUE "
                   WS-FIRST-NEW-DUE-DATE "."
                   DELIMITED BY SIZE INTO WS-NOTICE-LINE
               PERFORM WRITE-NOTICE-LINE
           END-IF
           MOVE LOAN-OUTSTANDING TO WS-BALANCE-DISPLAY
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "OUTSTANDING PRINCIPAL TODAY    " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           MOVE SPACES TO WS-NOTICE-LINE
           STRING "YOUR RATE WILL NEXT BE REVIEWED ON "
               LOAN-NEXT-REPRICE-DATE "."
               DELIMITED BY SIZE INTO WS-NOTICE-LINE
           PERFORM WRITE-NOTICE-LINE
           .

      *    THE FIRST UNPAID ROW OF THE REDRAWN SCHEDULE - THE ONE
      *    THAT NOW CARRIES THE NEW PAYMENT.
       FIND-FIRST-NEW-INSTALLMENT.
           MOVE 0 TO WS-FIRST-NEW-INSTALLMENT
           MOVE 0 TO WS-FIRST-NEW-DUE-DATE
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-ID TO LSCH-LOAN-ID
           MOVE LOAN-NEXT-INSTALLMENT TO LSCH-INSTALLMENT-NO
           READ LOAN-SCHEDULE-FILE
               NOT INVALID KEY
                   MOVE LSCH-INSTALLMENT-NO
                       TO WS-FIRST-NEW-INSTALLMENT
                   MOVE LSCH-DUE-DATE TO WS-FIRST-NEW-DUE-DATE
           END-READ
           CLOSE LOAN-SCHEDULE-FILE
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

      *    THE NEWEST CONTACT ROW ALREADY IN EFFECT - THE SAME RULE
      *    THE BILLING NOTICES USE. NOTHING ON FILE MEANS MAIL.
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

       END PROGRAM LOAN-REPRICING.
