       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCROW-DISBURSEMENT.

      *    NIGHTLY ESCROW DISBURSEMENT. EVERY ACTIVE BILL IN
      *    escrow_disbursements.dat WHOSE NEXT DUE DATE HAS COME IS
      *    PAID OUT OF ITS LOAN'S ESCROW: THE AMOUNT MOVES FROM THE
      *    ESCROW CONTROL ACCOUNT TO THE OUTBOUND SETTLEMENT CONTROL
      *    ACCOUNT AS A TYPE "T" POSTING AND IS QUEUED IN
      *    outbound_queue.dat FOR THE PAYEE'S BANK AND ACCOUNT, THE
      *    SAME WAY AN EXTERNAL STANDING ORDER IS, SO
      *    OUTBOUND-SETTLEMENT SENDS IT OUT TONIGHT. THE LOAN'S
      *    ESCROW BALANCE GOES DOWN BY THE AMOUNT - BELOW ZERO IF
      *    NOT ENOUGH HAS BEEN COLLECTED YET, THE BANK ADVANCING THE
      *    DIFFERENCE UNTIL ESCROW-ANALYSIS RECOVERS IT AS A
      *    SHORTAGE. THE BILL'S DUE DATE THEN ROLLS ON BY ITS
      *    FREQUENCY; A ONCE-ONLY BILL GOES TO "P".
      *
      *    A BILL IS HELD (AND REPORTED) WHEN ITS LOAN'S ESCROW IS
      *    NOT ACTIVE OR THE PAYEE'S BANK IS MISSING FROM, OR
      *    SUSPENDED IN, THE BANK DIRECTORY.
      *
      *    RUNS AS AN END-OF-DAY STEP BEFORE OUTBOUND-SETTLEMENT -
      *    GOBACK RETURNS TO THAT DRIVER WITH RETURN-CODE 0 (OK) OR
      *    4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISBURSEMENT-FILE
               ASSIGN TO "02_BANKING/escrow_disbursements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDS-KEY
               FILE STATUS IS WS-DISBURSEMENT-STATUS.

           SELECT ESCROW-FILE
               ASSIGN TO "02_BANKING/loan_escrow.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-LOAN-ID
               FILE STATUS IS WS-ESCROW-STATUS.

           SELECT BANK-DIRECTORY-FILE
               ASSIGN TO "02_BANKING/bank_directory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BANK-CODE
               FILE STATUS IS WS-DIRECTORY-STATUS.

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

           SELECT OUTBOUND-FILE
               ASSIGN TO "02_BANKING/outbound_queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-REF
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/escrow_disbursement_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISBURSEMENT-FILE.
           COPY "ESCROW-DISBURSEMENT-RECORD.cpy".

       FD ESCROW-FILE.
           COPY "LOAN-ESCROW-RECORD.cpy".

       FD BANK-DIRECTORY-FILE.
           COPY "BANK-DIRECTORY-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD OUTBOUND-FILE.
           COPY "OUTBOUND-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-DISBURSEMENT-STATUS PIC XX.
       01 WS-ESCROW-STATUS PIC XX.
       01 WS-DIRECTORY-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-OUTBOUND-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-DISBURSEMENT-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-HOLD-REASON PIC X(30).
       01 WS-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-PAID-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

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

           OPEN I-O DISBURSEMENT-FILE
           IF WS-DISBURSEMENT-STATUS = "35"
               DISPLAY "ESCROW DISBURSEMENT: NO ESCROW BILLS ON DISK "
                   "- NOTHING TO PAY"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-DISBURSEMENT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ESCROW DISBURSEMENT "
                   "FILE - STATUS: " WS-DISBURSEMENT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ESCROW-FILE
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ESCROW FILE - "
                   "STATUS: " WS-ESCROW-STATUS " ***"
               CLOSE DISBURSEMENT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE DISBURSEMENT-FILE
               CLOSE ESCROW-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BANK-DIRECTORY-FILE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ESCROW DISBURSEMENTS - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOAN  BILL PAYEE                           AMOUNT"
               & "  NEXT DUE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO EDS-LOAN-ID
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
                       IF EDS-STATUS = "A"
                           AND EDS-NEXT-DUE-DATE <= WS-TODAY-DATE
                           PERFORM PAY-ONE-BILL
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAID-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-PAID-COUNT " BILLS PAID FOR " WS-TOTAL-DISPLAY
               ", " WS-HELD-COUNT " HELD"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE DISBURSEMENT-FILE
           CLOSE ESCROW-FILE
           CLOSE ACCOUNT-FILE
           IF WS-DIRECTORY-STATUS = "00"
               CLOSE BANK-DIRECTORY-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "ESCROW DISBURSEMENT COMPLETE - " WS-PAID-COUNT
               " PAID, " WS-HELD-COUNT " HELD"
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       PAY-ONE-BILL.
           MOVE EDS-LOAN-ID TO ESC-LOAN-ID
           READ ESCROW-FILE
               INVALID KEY
                   MOVE "NO ESCROW ON FILE" TO WS-HOLD-REASON
                   PERFORM REPORT-HELD-BILL
                   EXIT PARAGRAPH
           END-READ
           IF ESC-STATUS NOT = "A"
               MOVE "ESCROW IS CLOSED" TO WS-HOLD-REASON
               PERFORM REPORT-HELD-BILL
               EXIT PARAGRAPH
           END-IF
           IF WS-DIRECTORY-STATUS NOT = "00"
               MOVE "NO BANK DIRECTORY" TO WS-HOLD-REASON
               PERFORM REPORT-HELD-BILL
               EXIT PARAGRAPH
           END-IF
           MOVE EDS-DEST-BANK TO BANK-CODE
           READ BANK-DIRECTORY-FILE
               INVALID KEY
                   MOVE "PAYEE BANK NOT IN DIRECTORY"
                       TO WS-HOLD-REASON
                   PERFORM REPORT-HELD-BILL
                   EXIT PARAGRAPH
           END-READ
           IF BANK-ACTIVE NOT = "Y"
               MOVE "PAYEE BANK SUSPENDED" TO WS-HOLD-REASON
               PERFORM REPORT-HELD-BILL
               EXIT PARAGRAPH
           END-IF

      *    OUT OF ESCROW, ONTO THE SETTLEMENT CONTROL ACCOUNT UNTIL
      *    THE DISPATCH RUN SENDS IT
           MOVE GL-SETTLEMENT-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** SETTLEMENT CONTROL ACCOUNT MISSING - "
                       "RUN CONTROL-ACCOUNT-SETUP ***"
                   ADD 1 TO WS-ERROR-COUNT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   ADD EDS-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           MOVE GL-ESCROW-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** ESCROW CONTROL ACCOUNT MISSING - "
                       "RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   SUBTRACT EDS-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           PERFORM WRITE-DISBURSEMENT-TRANS
           PERFORM QUEUE-OUTBOUND-PAYMENT

           SUBTRACT EDS-AMOUNT FROM ESC-BALANCE
           REWRITE LOAN-ESCROW-RECORD
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE ESCROW BALANCE OF "
                   "LOAN " EDS-LOAN-ID " - STATUS: " WS-ESCROW-STATUS
                   " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           MOVE WS-TODAY-DATE TO EDS-LAST-PAID-DATE
           MOVE EDS-AMOUNT TO EDS-LAST-PAID-AMOUNT
           PERFORM ROLL-NEXT-DUE-DATE
           REWRITE ESCROW-DISBURSEMENT-RECORD
           IF WS-DISBURSEMENT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE ESCROW BILL "
                   EDS-LOAN-ID "/" EDS-SEQUENCE " - STATUS: "
                   WS-DISBURSEMENT-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           ADD 1 TO WS-PAID-COUNT
           ADD EDS-AMOUNT TO WS-PAID-TOTAL
           MOVE EDS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF EDS-STATUS = "P"
               STRING EDS-LOAN-ID " " EDS-SEQUENCE "  "
                   EDS-PAYEE-NAME " " WS-AMOUNT-DISPLAY "  FINAL"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING EDS-LOAN-ID " " EDS-SEQUENCE "  "
                   EDS-PAYEE-NAME " " WS-AMOUNT-DISPLAY "  "
                   EDS-NEXT-DUE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

      *    A BILL MORE THAN ONE PERIOD BEHIND (THE RUN WAS MISSED)
      *    IS PAID ONCE AND ROLLED PAST TODAY - THE PAYEE BILLS FOR
      *    A PERIOD, NOT FOR EACH NIGHT WE FAILED TO RUN.
       ROLL-NEXT-DUE-DATE.
           EVALUATE EDS-FREQUENCY
               WHEN "S"
                   MOVE 6 TO WS-ROLL-MONTHS
               WHEN "Q"
                   MOVE 3 TO WS-ROLL-MONTHS
               WHEN "O"
                   MOVE "P" TO EDS-STATUS
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 12 TO WS-ROLL-MONTHS
           END-EVALUATE
           MOVE EDS-NEXT-DUE-DATE TO WS-ROLL-DATE
           PERFORM UNTIL WS-ROLL-DATE > WS-TODAY-DATE
               PERFORM ADD-MONTHS-TO-ROLL-DATE
           END-PERFORM
           MOVE WS-ROLL-DATE TO EDS-NEXT-DUE-DATE
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

       WRITE-DISBURSEMENT-TRANS.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE GL-ESCROW-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-SETTLEMENT-ACCOUNT TO TO-ACCOUNT
           MOVE EDS-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "LOAN:" EDS-LOAN-ID "/ESCROW BILL:" EDS-SEQUENCE
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE
           .

       QUEUE-OUTBOUND-PAYMENT.
           OPEN I-O OUTBOUND-FILE
           IF WS-OUTBOUND-STATUS = "35"
               OPEN OUTPUT OUTBOUND-FILE
           END-IF
           IF WS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE OUTBOUND QUEUE - "
                   "STATUS: " WS-OUTBOUND-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE TRANSACTION-REF TO OUT-REF
           MOVE GL-ESCROW-ACCOUNT TO OUT-FROM-ACCOUNT
           MOVE EDS-DEST-BANK TO OUT-DEST-BANK
           MOVE EDS-DEST-ACCOUNT TO OUT-DEST-ACCOUNT
           MOVE EDS-AMOUNT TO OUT-AMOUNT
           MOVE WS-TODAY-DATE TO OUT-QUEUED-DATE
           MOVE "Q" TO OUT-STATUS
           MOVE 0 TO OUT-DISPATCH-DATE
           MOVE 0 TO OUT-RETURN-DATE
           MOVE SPACES TO OUT-RETURN-REASON
           WRITE OUTBOUND-RECORD
           IF WS-OUTBOUND-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR QUEUEING OUTBOUND PAYMENT - "
                   "STATUS: " WS-OUTBOUND-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           CLOSE OUTBOUND-FILE
           .

       REPORT-HELD-BILL.
           ADD 1 TO WS-HELD-COUNT
           MOVE EDS-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING EDS-LOAN-ID " " EDS-SEQUENCE "  HELD "
               WS-AMOUNT-DISPLAY " - " WS-HOLD-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM ESCROW-DISBURSEMENT.
