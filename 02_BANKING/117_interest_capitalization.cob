       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-CAPITALIZATION.

      *    MONTH-END HALF OF DEPOSIT INTEREST. INTEREST-ACCRUAL
      *    BOOKS EACH NIGHT'S INTEREST TO THE ACCRUED-INTEREST
      *    SUB-LEDGER (02_BANKING/accrued_interest.dat) AND TO THE
      *    ACCRUED INTEREST PAYABLE CONTROL ACCOUNT; THIS JOB PAYS
      *    EACH ACCOUNT'S ACCRUED-TO-DATE FIGURE INTO THE ACCOUNT AS
      *    ONE TYPE "I" CREDIT FROM THAT CONTROL ACCOUNT AND STARTS
      *    THE NEXT ACCRUAL PERIOD AT ZERO.
      *
      *    BACKUP WITHHOLDING IS TAKEN HERE, ON THE AMOUNT ACTUALLY
      *    PAID: THE GROSS STILL POSTS AS THE TYPE "I" RECORD (THE
      *    YEAR-END TAX REPORT MUST SEE GROSS EARNINGS) AND THE
      *    WITHHELD SLICE LEAVES THE ACCOUNT AGAIN AS A TYPE "H"
      *    POSTING TO THE WITHHOLDING CONTROL ACCOUNT.
      *
      *    RUN WITH THE OTHER MONTHLY JOBS ON THE LAST BUSINESS DAY,
      *    AFTER THAT NIGHT'S END-OF-DAY HAS BOOKED ITS ACCRUAL.
      *    WRITES 02_BANKING/interest_capitalization_report.txt.
      *    RUNS STANDALONE OR AS A STEP CALLED BY ANOTHER DRIVER -
      *    GOBACK RETURNS WITH RETURN-CODE 0 (OK) OR 4 (FAILED).

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

           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "02_BANKING/accrued_interest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-ACCOUNT
               FILE STATUS IS WS-ACCRUED-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

      *    READ TO CHECK THE HOLDER'S BACKUP-WITHHOLDING FLAG - SEE
      *    APPLY-BACKUP-WITHHOLDING.
           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/interest_capitalization_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD ACCRUED-INTEREST-FILE.
           COPY "ACCRUED-INTEREST-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-ACCRUED-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CUSTOMER-FILE-OPEN PIC X VALUE "N".
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ACCRUED-FILE-EOF PIC X VALUE "N".
       01 WS-ACCOUNT-FOUND PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).

      *BACKUP WITHHOLDING RATE - COMPILED-IN FALLBACK, OVERRIDDEN BY
      *THE BACKUP-WH-RATE PARAMETER ROW
       01 WS-WITHHOLD-RATE PIC V9(4) VALUE 0.2400.
       01 WS-INTEREST-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-WITHHOLD-AMOUNT PIC S9(7)V99 VALUE 0.

       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       01 WS-ROW-COUNT PIC 9(7) VALUE 0.
       01 WS-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.
       01 WS-CHARGED-OFF-COUNT PIC 9(7) VALUE 0.
      *ROLLED UP AND APPLIED TO THE CONTROL ACCOUNTS IN ONE REWRITE
      *EACH AFTER THE SCAN
       01 WS-TOTAL-INTEREST PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-WITHHELD PIC S9(9)V99 VALUE 0.
       01 WS-REPORT-AMOUNT PIC -(9)9.99.
       01 WS-REPORT-WITHHELD PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           MOVE "BACKUP-WH-RATE" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-WITHHOLD-RATE
           END-IF

           OPEN I-O ACCRUED-INTEREST-FILE
           IF WS-ACCRUED-STATUS = "35"
               DISPLAY "INTEREST CAPITALIZATION: NO ACCRUED INTEREST "
                   "FILE ON DISK - NOTHING TO PAY"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ACCRUED-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCRUED INTEREST FILE - "
                   "STATUS: " WS-ACCRUED-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE ACCRUED-INTEREST-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-FILE-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "INTEREST CAPITALIZATION REPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT    PERIOD FROM   GROSS PAID        WITHHELD"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL WS-ACCRUED-FILE-EOF = "Y"
               READ ACCRUED-INTEREST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCRUED-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       IF ACCR-ACCRUED-TO-DATE > 0
                           PERFORM CAPITALIZE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM DEBIT-ACCRUED-PAYABLE-ACCOUNT
           PERFORM CREDIT-WITHHOLDING-ACCOUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-INTEREST TO WS-REPORT-AMOUNT
           MOVE WS-TOTAL-WITHHELD TO WS-REPORT-WITHHELD
           MOVE SPACES TO REPORT-LINE
           STRING WS-PAID-COUNT " ACCOUNTS PAID, GROSS "
               WS-REPORT-AMOUNT ", WITHHELD " WS-REPORT-WITHHELD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CHARGED-OFF-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-CHARGED-OFF-COUNT " CHARGED-OFF ACCOUNTS "
                   "HELD ON THE SUB-LEDGER"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           CLOSE ACCRUED-INTEREST-FILE
           CLOSE ACCOUNT-FILE
           IF WS-CUSTOMER-FILE-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "INTEREST CAPITALIZATION COMPLETE - " WS-ROW-COUNT
               " ROWS SCANNED, " WS-PAID-COUNT " ACCOUNTS PAID"
           IF WS-ERROR-COUNT > 0
               DISPLAY "*** " WS-ERROR-COUNT " ACCOUNTS COULD NOT BE "
                   "PAID - SEE REPORT ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A ROW WHOSE ACCOUNT HAS GONE (OR CLOSED WITHOUT BEING PAID
      *    OUT) IS LEFT ON THE SUB-LEDGER AND REPORTED - THE MONEY IS
      *    STILL OWED TO SOMEONE AND STAYS IN THE PAYABLE ACCOUNT.
      *    A CHARGED-OFF ACCOUNT TAKES NO FURTHER POSTINGS, SO ITS
      *    ACCRUAL IS HELD THE SAME WAY FOR COLLECTIONS TO SETTLE.
       CAPITALIZE-ONE-ACCOUNT.
           MOVE ACCR-ACCOUNT TO ACCOUNT-NUMBER
           MOVE "Y" TO WS-ACCOUNT-FOUND
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNT-FOUND
           END-READ
           IF WS-ACCOUNT-FOUND = "N" OR ACCOUNT-STATUS = "C"
               MOVE SPACES TO REPORT-LINE
               STRING ACCR-ACCOUNT "  *** ACCOUNT MISSING OR CLOSED - "
                   "ACCRUAL LEFT UNPAID ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "W"
               MOVE ACCR-ACCRUED-TO-DATE TO WS-REPORT-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING ACCR-ACCOUNT "  " WS-REPORT-AMOUNT
                   "  ACCOUNT CHARGED OFF - ACCRUAL LEFT UNPAID"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-CHARGED-OFF-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE ACCR-ACCRUED-TO-DATE TO WS-INTEREST-AMOUNT
           PERFORM APPLY-BACKUP-WITHHOLDING
           COMPUTE ACCOUNT-BALANCE = ACCOUNT-BALANCE
               + WS-INTEREST-AMOUNT - WS-WITHHOLD-AMOUNT
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE ACCOUNT "
                   ACCOUNT-NUMBER " - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-INTEREST-TRANSACTION
           IF WS-WITHHOLD-AMOUNT > 0
               PERFORM WRITE-WITHHOLDING-TRANSACTION
               ADD WS-WITHHOLD-AMOUNT TO WS-TOTAL-WITHHELD
           END-IF
           ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
           ADD 1 TO WS-PAID-COUNT

           MOVE WS-INTEREST-AMOUNT TO WS-REPORT-AMOUNT
           MOVE WS-WITHHOLD-AMOUNT TO WS-REPORT-WITHHELD
           MOVE SPACES TO REPORT-LINE
           STRING ACCR-ACCOUNT "  " ACCR-PERIOD-START "  "
               WS-REPORT-AMOUNT "  " WS-REPORT-WITHHELD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO ACCR-ACCRUED-TO-DATE
           MOVE 0 TO ACCR-PERIOD-START
           MOVE WS-TODAY-DATE TO ACCR-LAST-PAID-DATE
           MOVE WS-INTEREST-AMOUNT TO ACCR-LAST-PAID-AMOUNT
           REWRITE ACCRUED-INTEREST-RECORD
           IF WS-ACCRUED-STATUS NOT = "00"
               DISPLAY "*** FAILED TO RESET ACCRUAL FOR ACCOUNT "
                   ACCR-ACCOUNT " - STATUS: " WS-ACCRUED-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

       APPLY-BACKUP-WITHHOLDING.
           MOVE 0 TO WS-WITHHOLD-AMOUNT
           IF WS-CUSTOMER-FILE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF CUSTOMER-WITHHOLD = "Y"
               COMPUTE WS-WITHHOLD-AMOUNT ROUNDED =
                   WS-INTEREST-AMOUNT * WS-WITHHOLD-RATE
           END-IF
           .

      *    BOTH LEGS: ACCRUED INTEREST PAYABLE PAYS AND THE CUSTOMER
      *    RECEIVES, SO DAILY-BALANCING CAN PROVE WHERE THE MONEY
      *    CAME FROM.
       WRITE-INTEREST-TRANSACTION.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE GL-ACCRUED-INTEREST-ACCOUNT TO FROM-ACCOUNT
           MOVE ACCOUNT-NUMBER TO TO-ACCOUNT
           MOVE WS-INTEREST-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "I" TO TRANSACTION-TYPE
           CALL "BUSINESS-DATE" USING TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE "MONTHLY INTEREST CAPITALIZED" TO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING INTEREST TRANSACTION - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
           END-IF
           CLOSE TRANSACTION-FILE
           .

       WRITE-WITHHOLDING-TRANSACTION.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE ACCOUNT-NUMBER TO FROM-ACCOUNT
           MOVE GL-WITHHOLDING-ACCOUNT TO TO-ACCOUNT
           MOVE WS-WITHHOLD-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "H" TO TRANSACTION-TYPE
           CALL "BUSINESS-DATE" USING TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE "BACKUP WITHHOLDING ON INTEREST"
               TO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING WITHHOLDING "
                   "TRANSACTION - STATUS: " WS-TRANSACTION-STATUS
                   " ***"
           END-IF
           CLOSE TRANSACTION-FILE
           .

      *    THE PAYABLE COMES DOWN BY EVERYTHING PAID OUT TONIGHT -
      *    ONE KEYED UPDATE FOR THE WHOLE RUN.
       DEBIT-ACCRUED-PAYABLE-ACCOUNT.
           IF WS-TOTAL-INTEREST NOT = 0
               MOVE GL-ACCRUED-INTEREST-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "*** ACCRUED INTEREST CONTROL ACCOUNT "
                           ACCOUNT-NUMBER " IS MISSING - RUN "
                           "CONTROL-ACCOUNT-SETUP ***"
                   NOT INVALID KEY
                       SUBTRACT WS-TOTAL-INTEREST FROM ACCOUNT-BALANCE
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCOUNT-STATUS NOT = "00"
                           DISPLAY "*** FAILED TO REWRITE CONTROL "
                               "ACCOUNT " ACCOUNT-NUMBER " - STATUS: "
                               WS-ACCOUNT-STATUS " ***"
                       END-IF
               END-READ
           END-IF
           .

      *    THE WITHHELD MONEY SITS IN THE WITHHOLDING CONTROL
      *    ACCOUNT UNTIL THE PERIODIC REMITTANCE.
       CREDIT-WITHHOLDING-ACCOUNT.
           IF WS-TOTAL-WITHHELD NOT = 0
               MOVE GL-WITHHOLDING-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "*** WITHHOLDING CONTROL ACCOUNT "
                           ACCOUNT-NUMBER " IS MISSING - RUN "
                           "CONTROL-ACCOUNT-SETUP ***"
                   NOT INVALID KEY
                       ADD WS-TOTAL-WITHHELD TO ACCOUNT-BALANCE
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCOUNT-STATUS NOT = "00"
                           DISPLAY "*** FAILED TO REWRITE CONTROL "
                               "ACCOUNT " ACCOUNT-NUMBER
                               " - STATUS: " WS-ACCOUNT-STATUS
                               " ***"
                       END-IF
               END-READ
           END-IF
           .

       END PROGRAM INTEREST-CAPITALIZATION.
