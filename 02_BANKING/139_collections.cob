       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.

      *    COLLECTIONS DESK FOR CHARGED-OFF DEPOSIT ACCOUNTS. EVERY
      *    CASE IN collections.dat WAS OPENED BY OVERDRAFT-CHARGE-OFF
      *    (02_BANKING/138_overdraft_charge_off.cob) THE NIGHT THE
      *    ACCOUNT'S NEGATIVE BALANCE WAS WRITTEN OFF.
      *
      *    MONEY RECOVERED FROM THE FORMER CUSTOMER - CASH AT THE
      *    DESK OR A DEBIT TO ANOTHER OF THEIR ACCOUNTS - IS
      *    CREDITED TO THE RECOVERY INCOME CONTROL ACCOUNT, NEVER TO
      *    THE CHARGED-OFF ACCOUNT, WHICH STAYS AT ZERO AND STATUS
      *    "W". EACH RECOVERY IS POSTED AS ITS OWN TRANSACTION (MEMO
      *    "RECOVERY:" + THE CHARGED-OFF ACCOUNT) AND KEPT IN
      *    collection_recoveries.dat FOR THE MONTHLY CHARGE-OFF
      *    REPORT. A CASE RECOVERED IN FULL CLOSES ITSELF; THE DESK
      *    CAN ALSO CLOSE ONE AS UNCOLLECTIBLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE
               ASSIGN TO "02_BANKING/collections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-ACCOUNT
               FILE STATUS IS WS-COLLECTION-STATUS.

           SELECT RECOVERY-FILE
               ASSIGN TO "02_BANKING/collection_recoveries.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREC-KEY
               FILE STATUS IS WS-RECOVERY-STATUS.

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

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLECTION-FILE.
           COPY "COLLECTION-RECORD.cpy".

       FD RECOVERY-FILE.
           COPY "COLLECTION-RECOVERY-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-COLLECTION-STATUS PIC XX.
       01 WS-RECOVERY-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-COLLECTION-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-CASE-ACCOUNT PIC 9(9).
       01 WS-SOURCE-ACCOUNT PIC 9(9).
       01 WS-RECOVERY-AMOUNT PIC 9(7)V99.
       01 WS-STILL-OWED PIC 9(7)V99.
       01 WS-OPEN-CASE-COUNT PIC 9(5).
       01 WS-HOLDER-NAME PIC X(40).
       01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.
       01 WS-DISPLAY-OWED PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "OPERATOR ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN I-O COLLECTION-FILE
           IF WS-COLLECTION-STATUS = "35"
               DISPLAY "NO ACCOUNT HAS BEEN CHARGED OFF - THERE ARE "
                   "NO COLLECTIONS CASES"
               STOP RUN
           END-IF
           IF WS-COLLECTION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE COLLECTIONS FILE - "
                   "STATUS: " WS-COLLECTION-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O RECOVERY-FILE
           IF WS-RECOVERY-STATUS = "35"
               OPEN OUTPUT RECOVERY-FILE
               CLOSE RECOVERY-FILE
               OPEN I-O RECOVERY-FILE
           END-IF
           IF WS-RECOVERY-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE RECOVERY FILE - "
                   "STATUS: " WS-RECOVERY-STATUS " ***"
               CLOSE COLLECTION-FILE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE COLLECTION-FILE
               CLOSE RECOVERY-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF

           PERFORM UNTIL WS-OPTION = 4
               DISPLAY " "
               DISPLAY "---COLLECTIONS---"
               DISPLAY "    1. LIST OPEN CASES"
               DISPLAY "    2. POST A RECOVERY"
               DISPLAY "    3. CLOSE A CASE AS UNCOLLECTIBLE"
               DISPLAY "    4. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM LIST-OPEN-CASES
                   WHEN 2
                       PERFORM POST-RECOVERY
                   WHEN 3
                       PERFORM CLOSE-UNCOLLECTIBLE
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE COLLECTION-FILE
           CLOSE RECOVERY-FILE
           CLOSE ACCOUNT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           DISPLAY "COLLECTIONS DESK ENDED"
           STOP RUN.

       LIST-OPEN-CASES.
           MOVE 0 TO WS-OPEN-CASE-COUNT
           MOVE "N" TO WS-COLLECTION-EOF
           MOVE 0 TO COLL-ACCOUNT
           START COLLECTION-FILE KEY >= COLL-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-COLLECTION-EOF
           END-START
           DISPLAY "ACCOUNT   CUSTOMER CHARGED OFF   WRITTEN OFF"
               "     STILL OWED"
           PERFORM UNTIL WS-COLLECTION-EOF = "Y"
               READ COLLECTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COLLECTION-EOF
                   NOT AT END
                       IF COLL-STATUS = "O"
                           ADD 1 TO WS-OPEN-CASE-COUNT
                           COMPUTE WS-STILL-OWED =
                               COLL-CHARGE-OFF-AMOUNT
                               - COLL-RECOVERED-AMOUNT
                           MOVE COLL-CHARGE-OFF-AMOUNT
                               TO WS-DISPLAY-AMOUNT
                           MOVE WS-STILL-OWED TO WS-DISPLAY-OWED
                           DISPLAY COLL-ACCOUNT " " COLL-CUSTOMER-ID
                               "    " COLL-CHARGE-OFF-DATE "  "
                               WS-DISPLAY-AMOUNT "   "
                               WS-DISPLAY-OWED
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-OPEN-CASE-COUNT " OPEN CASES"
           .

      *    READS THE CASE NAMED BY THE OPERATOR AND SHOWS IT. LEAVES
      *    WS-CASE-ACCOUNT ZERO WHEN THERE IS NO OPEN CASE TO WORK.
       SELECT-OPEN-CASE.
           DISPLAY "CHARGED-OFF ACCOUNT NUMBER:    "
               WITH NO ADVANCING
           ACCEPT WS-CASE-ACCOUNT
           MOVE WS-CASE-ACCOUNT TO COLL-ACCOUNT
           READ COLLECTION-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO COLLECTIONS CASE FOR ACCOUNT "
                       WS-CASE-ACCOUNT
                   MOVE 0 TO WS-CASE-ACCOUNT
                   EXIT PARAGRAPH
           END-READ
           IF COLL-STATUS NOT = "O"
               DISPLAY "THE CASE FOR ACCOUNT " WS-CASE-ACCOUNT
                   " WAS CLOSED ON " COLL-CLOSED-DATE " (STATUS "
                   COLL-STATUS ")"
               MOVE 0 TO WS-CASE-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "NAME NOT ON FILE" TO WS-HOLDER-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE COLL-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-HOLDER-NAME
                       STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                           FUNCTION TRIM(CUSTOMER-LAST-NAME)
                           DELIMITED BY SIZE INTO WS-HOLDER-NAME
               END-READ
           END-IF
           COMPUTE WS-STILL-OWED =
               COLL-CHARGE-OFF-AMOUNT - COLL-RECOVERED-AMOUNT
           MOVE COLL-CHARGE-OFF-AMOUNT TO WS-DISPLAY-AMOUNT
           MOVE WS-STILL-OWED TO WS-DISPLAY-OWED
           DISPLAY "CUSTOMER " COLL-CUSTOMER-ID " "
               FUNCTION TRIM(WS-HOLDER-NAME)
           DISPLAY "CHARGED OFF " COLL-CHARGE-OFF-DATE " FOR "
               WS-DISPLAY-AMOUNT " (OVERDRAWN SINCE "
               COLL-OVERDRAWN-SINCE ")"
           DISPLAY "STILL OWED " WS-DISPLAY-OWED
           .

       POST-RECOVERY.
           PERFORM SELECT-OPEN-CASE
           IF WS-CASE-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AMOUNT RECOVERED:              "
               WITH NO ADVANCING
           ACCEPT WS-RECOVERY-AMOUNT
           IF WS-RECOVERY-AMOUNT = 0
               DISPLAY "NOTHING TO POST"
               EXIT PARAGRAPH
           END-IF
           IF WS-RECOVERY-AMOUNT > WS-STILL-OWED
               DISPLAY "THAT IS MORE THAN IS STILL OWED ("
                   WS-DISPLAY-OWED ") - RECOVERY NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAID FROM ACCOUNT (0 = CASH):  "
               WITH NO ADVANCING
           ACCEPT WS-SOURCE-ACCOUNT
           IF WS-SOURCE-ACCOUNT = WS-CASE-ACCOUNT
               DISPLAY "THE CHARGED-OFF ACCOUNT CANNOT PAY ITS OWN "
                   "RECOVERY - RECOVERY NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECOVERY-AMOUNT TO WS-DISPLAY-AMOUNT
           IF WS-SOURCE-ACCOUNT = 0
               DISPLAY "POST CASH RECOVERY OF " WS-DISPLAY-AMOUNT
                   " ON ACCOUNT " WS-CASE-ACCOUNT "? (Y/N):"
                   WITH NO ADVANCING
           ELSE
               DISPLAY "POST RECOVERY OF " WS-DISPLAY-AMOUNT
                   " FROM ACCOUNT " WS-SOURCE-ACCOUNT "? (Y/N):"
                   WITH NO ADVANCING
           END-IF
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "RECOVERY NOT POSTED"
               EXIT PARAGRAPH
           END-IF

           IF WS-SOURCE-ACCOUNT NOT = 0
               MOVE WS-SOURCE-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "THERE IS NO ACCOUNT WITH NUMBER "
                           WS-SOURCE-ACCOUNT " - RECOVERY NOT POSTED"
                       EXIT PARAGRAPH
               END-READ
               IF ACCOUNT-STATUS NOT = "A" OR ACCOUNT-TYPE = "G"
                   DISPLAY "ACCOUNT " WS-SOURCE-ACCOUNT
                       " IS NOT AN ACTIVE CUSTOMER ACCOUNT - "
                       "RECOVERY NOT POSTED"
                   EXIT PARAGRAPH
               END-IF
               IF WS-RECOVERY-AMOUNT >
                   ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
                   DISPLAY "INSUFFICIENT FUNDS IN ACCOUNT "
                       WS-SOURCE-ACCOUNT " - RECOVERY NOT POSTED"
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-RECOVERY-AMOUNT FROM ACCOUNT-BALANCE
               REWRITE ACCOUNT-RECORD
               IF WS-ACCOUNT-STATUS NOT = "00"
                   DISPLAY "*** FAILED TO DEBIT ACCOUNT "
                       WS-SOURCE-ACCOUNT " - STATUS: "
                       WS-ACCOUNT-STATUS " ***"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM POST-RECOVERY-TRANSACTION

           MOVE WS-CASE-ACCOUNT TO CREC-ACCOUNT
           MOVE WS-TODAY-DATE TO CREC-DATE
           MOVE TRANSACTION-TIME TO CREC-TIME
           MOVE WS-RECOVERY-AMOUNT TO CREC-AMOUNT
           MOVE WS-SOURCE-ACCOUNT TO CREC-SOURCE-ACCOUNT
           MOVE TRANSACTION-REF TO CREC-TRANSACTION-REF
           MOVE WS-OPERATOR-ID TO CREC-OPERATOR-ID
           WRITE COLLECTION-RECOVERY-RECORD
           IF WS-RECOVERY-STATUS NOT = "00"
               DISPLAY "*** FAILED TO RECORD THE RECOVERY - STATUS: "
                   WS-RECOVERY-STATUS " ***"
           END-IF

           ADD WS-RECOVERY-AMOUNT TO COLL-RECOVERED-AMOUNT
           MOVE WS-TODAY-DATE TO COLL-LAST-RECOVERY-DATE
           IF COLL-RECOVERED-AMOUNT >= COLL-CHARGE-OFF-AMOUNT
               MOVE "R" TO COLL-STATUS
               MOVE WS-TODAY-DATE TO COLL-CLOSED-DATE
           END-IF
           REWRITE COLLECTION-RECORD
           IF WS-COLLECTION-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE CASE - STATUS: "
                   WS-COLLECTION-STATUS " ***"
           END-IF
           IF COLL-STATUS = "R"
               DISPLAY "RECOVERY POSTED - ACCOUNT " WS-CASE-ACCOUNT
                   " RECOVERED IN FULL, CASE CLOSED"
           ELSE
               COMPUTE WS-STILL-OWED =
                   COLL-CHARGE-OFF-AMOUNT - COLL-RECOVERED-AMOUNT
               MOVE WS-STILL-OWED TO WS-DISPLAY-OWED
               DISPLAY "RECOVERY POSTED - STILL OWED "
                   WS-DISPLAY-OWED
           END-IF
           .

      *    THE RECOVERY INCOME CONTROL ACCOUNT TAKES THE CREDIT. A
      *    CASH RECOVERY IS A DEPOSIT STRAIGHT TO IT; ONE PAID FROM
      *    A CUSTOMER ACCOUNT IS A TRANSFER FROM THAT ACCOUNT.
       POST-RECOVERY-TRANSACTION.
           MOVE GL-RECOVERY-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** RECOVERY CONTROL ACCOUNT MISSING - "
                       "RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   ADD WS-RECOVERY-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           IF WS-SOURCE-ACCOUNT = 0
               MOVE GL-RECOVERY-ACCOUNT TO FROM-ACCOUNT
               MOVE "D" TO TRANSACTION-TYPE
           ELSE
               MOVE WS-SOURCE-ACCOUNT TO FROM-ACCOUNT
               MOVE "T" TO TRANSACTION-TYPE
           END-IF
           MOVE GL-RECOVERY-ACCOUNT TO TO-ACCOUNT
           MOVE WS-RECOVERY-AMOUNT TO TRANSACTION-AMOUNT
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "RECOVERY:" WS-CASE-ACCOUNT
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING RECOVERY TRANSACTION - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
           END-IF
           CLOSE TRANSACTION-FILE
           .

       CLOSE-UNCOLLECTIBLE.
           PERFORM SELECT-OPEN-CASE
           IF WS-CASE-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON:                        "
               WITH NO ADVANCING
           ACCEPT COLL-NOTE
           DISPLAY "CLOSE THE CASE WITH " WS-DISPLAY-OWED
               " UNRECOVERED? (Y/N):" WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "CASE LEFT OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO COLL-STATUS
           MOVE WS-TODAY-DATE TO COLL-CLOSED-DATE
           REWRITE COLLECTION-RECORD
           IF WS-COLLECTION-STATUS NOT = "00"
               DISPLAY "*** FAILED TO CLOSE THE CASE - STATUS: "
                   WS-COLLECTION-STATUS " ***"
           ELSE
               DISPLAY "CASE FOR ACCOUNT " WS-CASE-ACCOUNT
                   " CLOSED AS UNCOLLECTIBLE"
           END-IF
           .

       END PROGRAM COLLECTIONS.
