      *    AS BANKING'S LOAN PAYMENT OPTION WOULD. A SHORT FUNDING
      *    ACCOUNT FALLS BACK TO ITS OVERDRAFT-PROTECTION SWEEP
      *    FROM THE LINKED ACCOUNT FIRST; A MISS GOES ON THE RUN
      *    REPORT FOR THE BRANCH TO CHASE. LATE CHARGES ASSESSED BY
      *    LOAN-LATE-CHARGE ARE COLLECTED FIRST, IN THE SAME DEBIT,
      *    AS A TYPE "F" LEG TO FEE INCOME. A LOAN WITH AN ACTIVE
      *    ESCROW (loan_escrow.dat) ALSO PAYS ITS MONTHLY ESCROW
      *    AMOUNT, AS A TYPE "T" LEG TO THE ESCROW CONTROL ACCOUNT.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT ESCROW-FILE
               ASSIGN TO "02_BANKING/loan_escrow.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-LOAN-ID
               FILE STATUS IS WS-ESCROW-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "02_BANKING/banking.dat"
               ORGANIZATION IS INDEXED
       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD ESCROW-FILE.
           COPY "LOAN-ESCROW-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-LOAN-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-ESCROW-STATUS PIC XX.
       01 WS-ESCROW-OPEN PIC X VALUE "N".
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-SHORTFALL PIC S9(7)V99.
       01 WS-FUNDING-BALANCE PIC S9(7)V99.
       01 WS-LINKED-ACCOUNT PIC 9(9).
       01 WS-AMOUNT-DUE PIC 9(7)V99.
       01 WS-ESCROW-AMOUNT PIC 9(5)V99.
      *    A FUNDING (OR LINKED SWEEP) ACCOUNT UNDER A "NO DEBITS"
      *    RESTRICTION IS TREATED AS UNAVAILABLE - THE INSTALLMENT
      *    IS REPORTED MISSED, SAME AS A CLOSED ACCOUNT.
       01 WS-RESTRICT-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X VALUE "D".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               GOBACK
           END-IF

      *    NO ESCROW FILE YET SIMPLY MEANS NO LOAN HAS ONE
           OPEN I-O ESCROW-FILE
           IF WS-ESCROW-STATUS = "00"
               MOVE "Y" TO WS-ESCROW-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN AUTO-PAY COLLECTION - " WS-TODAY-DATE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-FILE
           CLOSE ACCOUNT-FILE
           IF WS-ESCROW-OPEN = "Y"
               CLOSE ESCROW-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "LOAN AUTOPAY COMPLETE - " WS-COLLECTED-COUNT
               " COLLECTED, " WS-MISSED-COUNT " MISSED"
               PERFORM REPORT-MISSED-COLLECTION
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-FUNDING-ACCOUNT TO WS-RESTRICT-ACCOUNT
           PERFORM CHECK-DEBIT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               PERFORM REPORT-MISSED-COLLECTION
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ESCROW-AMOUNT
           IF WS-ESCROW-OPEN = "Y"
               MOVE LOAN-ID TO ESC-LOAN-ID
               READ ESCROW-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESC-STATUS = "A"
                           MOVE ESC-MONTHLY-AMOUNT TO WS-ESCROW-AMOUNT
                       END-IF
               END-READ
           END-IF
           COMPUTE WS-AMOUNT-DUE =
               LSCH-PAYMENT + LOAN-LATE-CHARGES-DUE + WS-ESCROW-AMOUNT

      *    SHORT OF FUNDS? THE FUNDING ACCOUNT'S OWN
      *    OVERDRAFT-PROTECTION LINK COVERS THE SHORTFALL FIRST,
      *    FALLS BACK TO THE OVERDRAFT LIMIT.
           MOVE ACCOUNT-BALANCE TO WS-FUNDING-BALANCE
           MOVE ACCOUNT-LINKED-FUNDING TO WS-LINKED-ACCOUNT
           IF WS-AMOUNT-DUE > WS-FUNDING-BALANCE
               AND WS-LINKED-ACCOUNT NOT = 0
               COMPUTE WS-SHORTFALL =
                   WS-AMOUNT-DUE - WS-FUNDING-BALANCE
               PERFORM ATTEMPT-FUNDING-SWEEP
               MOVE LOAN-FUNDING-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                       MOVE ACCOUNT-BALANCE TO WS-FUNDING-BALANCE
               END-READ
           END-IF
           IF WS-AMOUNT-DUE >
               WS-FUNDING-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
               PERFORM REPORT-MISSED-COLLECTION
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WS-AMOUNT-DUE FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               PERFORM REPORT-MISSED-COLLECTION
               EXIT PARAGRAPH
           END-IF

           PERFORM POST-LATE-CHARGE-LEG
           PERFORM POST-PRINCIPAL-LEG
           PERFORM POST-INTEREST-LEG
           PERFORM POST-ESCROW-LEG
           PERFORM ADVANCE-LOAN-MASTER

           MOVE "P" TO LSCH-STATUS
           ADD 1 TO WS-COLLECTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  LOAN " LOAN-ID " INSTALLMENT "
               LSCH-INSTALLMENT-NO " COLLECTED " WS-AMOUNT-DUE
               " FROM " LOAN-FUNDING-ACCOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
      *    LINKED ACCOUNT COVERS WHAT IT CAN OF THE SHORTFALL AS A
      *    TYPE "S" POSTING.
       ATTEMPT-FUNDING-SWEEP.
           MOVE WS-LINKED-ACCOUNT TO WS-RESTRICT-ACCOUNT
           PERFORM CHECK-DEBIT-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINKED-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
           CLOSE TRANSACTION-FILE
           .

      *    CLEARS LOAN-LATE-CHARGES-DUE - ADVANCE-LOAN-MASTER
      *    REWRITES THE MASTER.
       POST-LATE-CHARGE-LEG.
           IF LOAN-LATE-CHARGES-DUE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GL-FEE-INCOME-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** FEE INCOME CONTROL ACCOUNT "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD LOAN-LATE-CHARGES-DUE TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE LOAN-FUNDING-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-FEE-INCOME-ACCOUNT TO TO-ACCOUNT
           MOVE LOAN-LATE-CHARGES-DUE TO TRANSACTION-AMOUNT
           MOVE "F" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "LOAN:" LOAN-ID "/AUTOPAY LATE CHARGE"
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE
           MOVE 0 TO LOAN-LATE-CHARGES-DUE
           .

       POST-PRINCIPAL-LEG.
           MOVE GL-LOAN-CONTROL-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
           CLOSE TRANSACTION-FILE
           .

       POST-ESCROW-LEG.
           IF WS-ESCROW-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GL-ESCROW-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** ESCROW CONTROL ACCOUNT MISSING - "
                       "RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD WS-ESCROW-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE LOAN-FUNDING-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-ESCROW-ACCOUNT TO TO-ACCOUNT
           MOVE WS-ESCROW-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "LOAN:" LOAN-ID "/AUTOPAY ESCROW"
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE
           ADD WS-ESCROW-AMOUNT TO ESC-BALANCE
           REWRITE LOAN-ESCROW-RECORD
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE ESCROW BALANCE OF "
                   "LOAN " LOAN-ID " - STATUS: " WS-ESCROW-STATUS
                   " ***"
           END-IF
           .

       ADVANCE-LOAN-MASTER.
           SUBTRACT LSCH-PRINCIPAL FROM LOAN-OUTSTANDING
           ADD 1 TO LOAN-NEXT-INSTALLMENT
           END-IF
           .

       CHECK-DEBIT-RESTRICTION.
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-RESTRICT-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           .

       REPORT-MISSED-COLLECTION.
           ADD 1 TO WS-MISSED-COUNT
           MOVE SPACES TO REPORT-LINE
