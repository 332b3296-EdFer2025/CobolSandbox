       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-ACCRUAL.

      *    EACH NIGHT'S INTEREST IS ACCRUED, NOT PAID: IT IS ADDED
      *    TO THE ACCOUNT'S ROW IN THE ACCRUED-INTEREST SUB-LEDGER
      *    (02_BANKING/accrued_interest.dat) AND BOOKED FROM INTEREST
      *    EXPENSE TO THE ACCRUED INTEREST PAYABLE CONTROL ACCOUNT -
      *    THE CUSTOMER'S BALANCE IS LEFT ALONE. INTEREST-
      *    CAPITALIZATION (02_BANKING/117_interest_capitalization.cob)
      *    PAYS THE MONTH'S ACCRUAL INTO THE ACCOUNT AT MONTH END,
      *    AND THAT IS WHERE BACKUP WITHHOLDING IS TAKEN.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED), OR ENDS THE RUN THE SAME
               FILE STATUS IS WS-TRANSACTION-STATUS.

      *    LETS A CRASHED RUN RESUME AFTER THE LAST ACCOUNT IT
      *    FINISHED INSTEAD OF RE-ACCRUING INTEREST FROM ACCOUNT ONE
           SELECT CHECKPOINT-FILE
               ASSIGN TO "02_BANKING/interest_accrual_checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROJECTION-STATUS.

      *    ONE ROW PER ACCOUNT HOLDING WHAT HAS BEEN EARNED SINCE
      *    THE LAST CAPITALIZATION - SEE ACCRUE-INTEREST.
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "02_BANKING/accrued_interest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-ACCOUNT
               FILE STATUS IS WS-ACCRUED-STATUS.

      *    PRODUCT MASTER - AN ACCOUNT OPENED UNDER A PRODUCT GETS
      *    THAT PRODUCT'S SAV-RATE-xxxx PARAMETER ROWS INSTEAD OF
       FD PROJECTION-FILE.
       01 PROJECTION-LINE PIC X(80).

       FD ACCRUED-INTEREST-FILE.
           COPY "ACCRUED-INTEREST-RECORD.cpy".

       FD PRODUCT-FILE.
           COPY "PRODUCT-RECORD.cpy".
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-PRODUCT-FILE-OPEN PIC X VALUE "N".

       01 WS-ACCRUED-STATUS PIC XX.
       01 WS-ACCRUED-FILE-OPEN PIC X VALUE "N".
       01 WS-ACCRUED-ROW-FOUND PIC X VALUE "N".

      *SCRATCH FIELDS FOR THE PER-ACCOUNT CALL TO "BANK-PARAMETERS"
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CREDIT-COUNT PIC 9(7) VALUE 0.
       01 WS-PROJECTION-STATUS PIC XX.
       01 WS-REPORT-ONLY PIC X VALUE "N".
      *EVERY ACCRUAL BOOKED THIS RUN, ROLLED UP AND MOVED FROM THE
      *INTEREST EXPENSE CONTROL ACCOUNT TO ACCRUED INTEREST PAYABLE
      *IN ONE POSTING AFTER THE SCAN (A MID-SCAN KEYED READ WOULD
      *MOVE THE READ-NEXT POSITION)
       01 WS-TOTAL-INTEREST PIC S9(9)V99 VALUE 0.

       LINKAGE SECTION.
           IF LK-RUN-MODE = "R"
               MOVE "Y" TO WS-REPORT-ONLY
               OPEN OUTPUT PROJECTION-FILE
               MOVE "PROJECTED INTEREST ACCRUALS (DRY RUN - "
                   & "NOTHING POSTED)"
                   TO PROJECTION-LINE
               WRITE PROJECTION-LINE
               MOVE "Y" TO WS-PRODUCT-FILE-OPEN
           END-IF

      *    A DRY RUN ONLY READS THE SUB-LEDGER (TO SKIP ACCOUNTS
      *    ALREADY ACCRUED TODAY) - A MISSING FILE IS FINE THERE.
           IF WS-REPORT-ONLY = "Y"
               OPEN INPUT ACCRUED-INTEREST-FILE
           ELSE
               OPEN I-O ACCRUED-INTEREST-FILE
               IF WS-ACCRUED-STATUS = "35"
                   OPEN OUTPUT ACCRUED-INTEREST-FILE
                   CLOSE ACCRUED-INTEREST-FILE
                   OPEN I-O ACCRUED-INTEREST-FILE
               END-IF
               IF WS-ACCRUED-STATUS NOT = "00"
                   DISPLAY "*** COULD NOT OPEN ACCRUED INTEREST FILE - "
                       "STATUS: " WS-ACCRUED-STATUS " ***"
                   CLOSE ACCOUNT-FILE
                   IF WS-PRODUCT-FILE-OPEN = "Y"
                       CLOSE PRODUCT-FILE
                   END-IF
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF WS-ACCRUED-STATUS = "00"
               MOVE "Y" TO WS-ACCRUED-FILE-OPEN
           END-IF
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           IF WS-REPORT-ONLY = "N"
               PERFORM READ-CHECKPOINT
                       MOVE "Y" TO WS-ACCOUNT-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-ACCOUNT-COUNT
                       PERFORM ACCRUE-INTEREST-IF-ELIGIBLE
                       IF WS-REPORT-ONLY = "N"
                           AND FUNCTION MOD(WS-ACCOUNT-COUNT
                           WS-CHECKPOINT-INTERVAL) = 0

           IF WS-REPORT-ONLY = "N"
               PERFORM DEBIT-INTEREST-EXPENSE-ACCOUNT
               PERFORM CREDIT-ACCRUED-PAYABLE-ACCOUNT
               IF WS-TOTAL-INTEREST NOT = 0
                   PERFORM WRITE-ACCRUAL-TRANSACTION
               END-IF
           END-IF
           CLOSE ACCOUNT-FILE
           IF WS-PRODUCT-FILE-OPEN = "Y"
               CLOSE PRODUCT-FILE
           END-IF
           IF WS-ACCRUED-FILE-OPEN = "Y"
               CLOSE ACCRUED-INTEREST-FILE
           END-IF
           IF WS-REPORT-ONLY = "N"
               PERFORM WRITE-CHECKPOINT-COMPLETE
               DISPLAY "INTEREST ACCRUAL RUN COMPLETE - "
                   WS-ACCOUNT-COUNT " ACCOUNTS SCANNED, "
                   WS-CREDIT-COUNT " ACCRUALS BOOKED, "
                   WS-TOTAL-INTEREST " TO ACCRUED INTEREST PAYABLE"
           ELSE
               CLOSE PROJECTION-FILE
               DISPLAY "INTEREST ACCRUAL DRY RUN COMPLETE - "
                   WS-CREDIT-COUNT " ACCRUALS PROJECTED TO "
                   "02_BANKING/projected_interest.txt - NOTHING "
                   "POSTED"
           END-IF
           CLOSE CHECKPOINT-FILE
           .

       ACCRUE-INTEREST-IF-ELIGIBLE.
      *    ONLY ACTIVE SAVINGS ACCOUNTS WITH A POSITIVE BALANCE EARN
      *    INTEREST - A FROZEN OR CLOSED ACCOUNT SHOULD NOT GROW.
           IF ACCOUNT-TYPE = "S"
               PERFORM LOOKUP-INTEREST-RATE
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   ACCOUNT-BALANCE * WS-APPLIED-RATE
               IF WS-INTEREST-AMOUNT > 0
                   PERFORM READ-ACCRUED-ROW
      *            TONIGHT'S ACCRUAL IS ALREADY ON THE ROW - EITHER
      *            A SECOND RUN FOR THE SAME DATE (NOTHING MORE TO
      *            DO) OR AN ACCOUNT THE CRASHED RUN BOOKED AFTER ITS
      *            LAST CHECKPOINT, WHOSE AMOUNT THE RESTORED RUNNING
      *            TOTAL DOES NOT YET INCLUDE.
                   IF WS-ACCRUED-ROW-FOUND = "Y"
                       AND ACCR-LAST-ACCRUAL-DATE = WS-TODAY-DATE
                       IF WS-RESUME-ACCOUNT NOT = 0
                           AND WS-REPORT-ONLY = "N"
                           ADD ACCR-LAST-ACCRUAL-AMOUNT
                               TO WS-TOTAL-INTEREST
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-REPORT-ONLY = "Y"
                       MOVE SPACES TO PROJECTION-LINE
                       STRING "WOULD ACCRUE " WS-INTEREST-AMOUNT
                           " ON ACCOUNT " ACCOUNT-NUMBER
                           " AT RATE " WS-APPLIED-RATE
                           DELIMITED BY SIZE INTO PROJECTION-LINE
                       WRITE PROJECTION-LINE
                       ADD 1 TO WS-CREDIT-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM ACCRUE-INTEREST
               END-IF
           END-IF
           .

       READ-ACCRUED-ROW.
           MOVE "N" TO WS-ACCRUED-ROW-FOUND
           IF WS-ACCRUED-FILE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO ACCR-ACCOUNT
           READ ACCRUED-INTEREST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCRUED-ROW-FOUND
           END-READ
           .

      *    ADDS TONIGHT'S AMOUNT TO THE ACCOUNT'S ACCRUED-TO-DATE
      *    FIGURE - THE FIRST ACCRUAL AFTER A CAPITALIZATION (OR EVER)
      *    OPENS A NEW ACCRUAL PERIOD. banking.dat IS NOT TOUCHED.
       ACCRUE-INTEREST.
           IF WS-ACCRUED-ROW-FOUND = "N"
               INITIALIZE ACCRUED-INTEREST-RECORD
               MOVE ACCOUNT-NUMBER TO ACCR-ACCOUNT
           END-IF
           IF ACCR-ACCRUED-TO-DATE = 0
               MOVE WS-TODAY-DATE TO ACCR-PERIOD-START
           END-IF
           ADD WS-INTEREST-AMOUNT TO ACCR-ACCRUED-TO-DATE
           MOVE WS-TODAY-DATE TO ACCR-LAST-ACCRUAL-DATE
           MOVE WS-INTEREST-AMOUNT TO ACCR-LAST-ACCRUAL-AMOUNT
           MOVE WS-APPLIED-RATE TO ACCR-LAST-RATE
           IF WS-ACCRUED-ROW-FOUND = "Y"
               REWRITE ACCRUED-INTEREST-RECORD
           ELSE
               WRITE ACCRUED-INTEREST-RECORD
           END-IF
           IF WS-ACCRUED-STATUS NOT = "00"
               DISPLAY "*** FAILED TO BOOK ACCRUAL FOR ACCOUNT "
                   ACCOUNT-NUMBER " - STATUS: "
                   WS-ACCRUED-STATUS " ***"
           ELSE
               ADD 1 TO WS-CREDIT-COUNT
               ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
           END-IF
           .

           END-IF
           .

      *    ONE LEDGER RECORD FOR THE WHOLE NIGHT: INTEREST EXPENSE
      *    PAYS ACCRUED INTEREST PAYABLE. BOTH LEGS ARE CONTROL
      *    ACCOUNTS, SO NOTHING SHOWS ON A CUSTOMER'S STATEMENT UNTIL
      *    INTEREST-CAPITALIZATION CREDITS THE ACCOUNT.
       WRITE-ACCRUAL-TRANSACTION.
      *    OPEN I-O (NOT EXTEND - TRANSACTION-FILE IS INDEXED NOW);
      *    STATUS 35 MEANS THE FILE DOES NOT EXIST YET, SO IT IS
      *    CREATED THE SAME WAY THE OLD OPEN EXTEND DID. EVERY
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE GL-INTEREST-EXPENSE-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-ACCRUED-INTEREST-ACCOUNT TO TO-ACCOUNT
           MOVE WS-TOTAL-INTEREST TO TRANSACTION-AMOUNT
           MOVE "I" TO TRANSACTION-TYPE
           CALL "BUSINESS-DATE" USING TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE "DAILY DEPOSIT INTEREST ACCRUAL" TO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING ACCRUAL TRANSACTION - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
           END-IF
           CLOSE TRANSACTION-FILE
           .

      *    THE LIABILITY SIDE OF TONIGHT'S ACCRUAL - ONE KEYED UPDATE
      *    FOR THE WHOLE RUN, LIKE THE INTEREST EXPENSE LEG.
       CREDIT-ACCRUED-PAYABLE-ACCOUNT.
           IF WS-TOTAL-INTEREST NOT = 0
               MOVE GL-ACCRUED-INTEREST-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "*** ACCRUED INTEREST CONTROL ACCOUNT "
                           ACCOUNT-NUMBER " IS MISSING - RUN "
                           "CONTROL-ACCOUNT-SETUP ***"
                   NOT INVALID KEY
                       ADD WS-TOTAL-INTEREST TO ACCOUNT-BALANCE
                       REWRITE ACCOUNT-RECORD
                       IF WS-ACCOUNT-STATUS NOT = "00"
                           DISPLAY "*** FAILED TO REWRITE CONTROL "
