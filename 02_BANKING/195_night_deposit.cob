       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-DEPOSIT.

      *    THE NIGHT DEPOSIT REGISTER, REPLACING THE PAPER LOG KEPT
      *    BESIDE THE NIGHT SAFE. EACH SEALED BAG A BUSINESS CUSTOMER
      *    DROPS AFTER HOURS IS LOGGED ON RECEIPT - BAG NUMBER,
      *    ACCOUNT, DECLARED AMOUNT, DATE RECEIVED. NEXT MORNING TWO
      *    ACTIVE TELLERS FROM tellers.dat OPEN IT TOGETHER (THE SAME
      *    DUAL CONTROL VAULT-MANAGEMENT DEMANDS AT THE VAULT DOOR)
      *    AND RECORD THE NOTE COUNT BY DENOMINATION. POSTING THEN
      *      - CREDITS THE CUSTOMER WITH THE COUNTED AMOUNT (A TYPE
      *        "D" CASH DEPOSIT, SECOND TELLER AS APPROVER),
      *      - ADDS THE NOTES TO THE BRANCH VAULT'S DENOMINATION
      *        LEDGER (vault_ledger.dat, VAULT-RECORD.cpy), AND
      *      - WHERE THE COUNT DIFFERS FROM THE SLIP, KEEPS THE
      *        DIFFERENCE ON THE BAG ROW AND PUTS AN "NDEP" NOTICE IN
      *        THE CORRESPONDENCE OUTBOX.
      *    A CUSTOMER'S DISCREPANCY HISTORY CAN BE LISTED HERE;
      *    NIGHT-DEPOSIT-REPORT (196_night_deposit_report.cob) REPORTS
      *    OVERDUE BAGS AND REPEAT DISCREPANCIES EVERY NIGHT.
      *
      *    NIGHT DEPOSITS ARE USD CASH - ONLY A USD CUSTOMER ACCOUNT
      *    THAT CAN STILL TAKE POSTINGS IS ACCEPTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAG-FILE
               ASSIGN TO "02_BANKING/night_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDB-ID
               ALTERNATE RECORD KEY IS NDB-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-BAG-STATUS.

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

           SELECT VAULT-FILE
               ASSIGN TO "02_BANKING/vault_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-BRANCH
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT BRANCH-FILE
               ASSIGN TO "02_BANKING/branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BAG-FILE.
           COPY "NIGHT-DEPOSIT-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD VAULT-FILE.
           COPY "VAULT-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD BRANCH-FILE.
           COPY "BRANCH-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BAG-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-VAULT-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-BRANCH-STATUS PIC XX.
       01 WS-BRANCH-OK PIC X VALUE "N".
       01 WS-BAG-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-NEXT-BAG-ID PIC 9(7) VALUE 1.

      *DAYS A BAG MAY SIT SEALED AFTER IT WAS RECEIVED - FALLBACK,
      *OVERRIDDEN BY THE NIGHT-DEP-OPEN-DAYS PARAMETER ROW
       01 WS-OPEN-DAYS PIC 9(3) VALUE 1.
       01 WS-DAYS-SEALED PIC S9(5).

      *SCRATCH FIELDS FOR THE CALL TO "BANK-PARAMETERS"
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       01 WS-FIRST-ID PIC X(10).
       01 WS-SECOND-ID PIC X(10).
       01 WS-DUAL-OK PIC X VALUE "N".
       01 WS-ACCOUNT-OK PIC X VALUE "N".

      *AN ACCOUNT UNDER A "NO CREDITS" RESTRICTION CANNOT TAKE THE
      *COUNT - SEE ACCOUNT-RESTRICTION-CHECK
       01 WS-RESTRICT-DIRECTION PIC X VALUE "C".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

       01 WS-BAG-NUMBER PIC X(10).
       01 WS-BAG-FOUND PIC X VALUE "N".
       01 WS-FOUND-BAG-ID PIC 9(7).
       01 WS-WORK-ACCOUNT PIC 9(9).
       01 WS-RECEIVED-DATE PIC 9(8).

       01 WS-COUNT-HUNDREDS PIC 9(5).
       01 WS-COUNT-FIFTIES PIC 9(5).
       01 WS-COUNT-TWENTIES PIC 9(5).
       01 WS-COUNT-TENS PIC 9(5).
       01 WS-COUNT-FIVES PIC 9(5).
       01 WS-COUNT-ONES PIC 9(5).
       01 WS-COUNT-VALUE PIC 9(9)V99.
       01 WS-DIFFERENCE PIC S9(9)V99.
       01 WS-NEW-BALANCE PIC S9(9)V99.
       01 WS-LEDGER-LIMIT PIC S9(9)V99 VALUE 9999999.99.
       01 WS-POST-OK PIC X VALUE "N".

       01 WS-HISTORY-BAGS PIC 9(5).
       01 WS-HISTORY-DIFFS PIC 9(5).
       01 WS-HISTORY-SHORT PIC S9(9)V99.
       01 WS-HISTORY-OVER PIC S9(9)V99.
       01 WS-SEALED-COUNT PIC 9(5).
       01 WS-OVERDUE-COUNT PIC 9(5).

       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-DIFF-DISPLAY PIC -Z,ZZZ,ZZ9.99.

           COPY "CORRESPONDENCE-ITEM.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "NIGHT-DEP-OPEN-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-OPEN-DAYS
           END-IF

           OPEN I-O BAG-FILE
           IF WS-BAG-STATUS = "35"
               OPEN OUTPUT BAG-FILE
               CLOSE BAG-FILE
               OPEN I-O BAG-FILE
           END-IF
           IF WS-BAG-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE NIGHT DEPOSIT REGISTER "
                   "- STATUS: " WS-BAG-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE BAG-FILE
               STOP RUN
           END-IF
           OPEN I-O VAULT-FILE
           IF WS-VAULT-STATUS = "35"
               OPEN OUTPUT VAULT-FILE
               CLOSE VAULT-FILE
               OPEN I-O VAULT-FILE
           END-IF
           IF WS-VAULT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE VAULT LEDGER - "
                   "STATUS: " WS-VAULT-STATUS " ***"
               CLOSE BAG-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT TELLER-FILE
           OPEN INPUT BRANCH-FILE
           PERFORM SEED-NEXT-BAG-ID

           PERFORM UNTIL WS-OPTION = 5
               DISPLAY " "
               DISPLAY "---NIGHT DEPOSITS---"
               DISPLAY "    1. LOG A BAG RECEIVED"
               DISPLAY "    2. OPEN, COUNT AND POST A BAG "
                   "(DUAL CONTROL)"
               DISPLAY "    3. LIST SEALED BAGS"
               DISPLAY "    4. CUSTOMER DISCREPANCY HISTORY"
               DISPLAY "    5. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM LOG-BAG
                   WHEN 2
                       PERFORM OPEN-AND-COUNT-BAG
                   WHEN 3
                       PERFORM LIST-SEALED-BAGS
                   WHEN 4
                       PERFORM DISCREPANCY-HISTORY
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE BAG-FILE
           CLOSE ACCOUNT-FILE
           CLOSE VAULT-FILE
           IF WS-TELLER-STATUS = "00"
               CLOSE TELLER-FILE
           END-IF
           IF WS-BRANCH-STATUS = "00"
               CLOSE BRANCH-FILE
           END-IF
           DISPLAY "NIGHT DEPOSITS ENDED"
           STOP RUN.

       SEED-NEXT-BAG-ID.
           MOVE "N" TO WS-BAG-FILE-EOF
           MOVE 0 TO NDB-ID
           START BAG-FILE KEY >= NDB-ID
               INVALID KEY
                   MOVE "Y" TO WS-BAG-FILE-EOF
           END-START
           PERFORM UNTIL WS-BAG-FILE-EOF = "Y"
               READ BAG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAG-FILE-EOF
                   NOT AT END
                       IF NDB-ID >= WS-NEXT-BAG-ID
                           COMPUTE WS-NEXT-BAG-ID = NDB-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE BRANCH KEYED MUST BE ON THE BRANCH MASTER AND STILL
      *    OPEN - ONE CLOSED BY BRANCH-CONSOLIDATION HAS NO
      *    VAULT TO COUNT THE BAG INTO
       CHECK-BRANCH-OPEN.
           MOVE "Y" TO WS-BRANCH-OK
           IF WS-BRANCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE NDB-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "BRANCH " NDB-BRANCH " IS NOT ON FILE"
                   MOVE "N" TO WS-BRANCH-OK
                   EXIT PARAGRAPH
           END-READ
           IF BRANCH-ACTIVE NOT = "Y"
               DISPLAY "BRANCH " NDB-BRANCH " IS CLOSED - USE "
                   "THE BRANCH THAT TOOK OVER ITS BUSINESS"
               MOVE "N" TO WS-BRANCH-OK
           END-IF
           .

      *    TWO DIFFERENT, ACTIVE TELLER IDS MUST BOTH BE PRESENT
      *    BEFORE A BAG IS OPENED - SAME CHECK AS VAULT-MANAGEMENT.
       VERIFY-DUAL-CONTROL.
           MOVE "N" TO WS-DUAL-OK
           IF WS-TELLER-STATUS NOT = "00"
               DISPLAY "*** NO TELLER MASTER ON FILE - DUAL "
                   "CONTROL CANNOT BE VERIFIED ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FIRST TELLER ID:               "
               WITH NO ADVANCING
           ACCEPT WS-FIRST-ID
           DISPLAY "SECOND TELLER ID:              "
               WITH NO ADVANCING
           ACCEPT WS-SECOND-ID
           IF WS-FIRST-ID = WS-SECOND-ID
               DISPLAY "DUAL CONTROL NEEDS TWO DIFFERENT PEOPLE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIRST-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "TELLER " WS-FIRST-ID " IS NOT ON THE "
                       "MASTER"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF TELLER-ACTIVE NOT = "Y"
                       DISPLAY "TELLER " WS-FIRST-ID " IS NOT "
                           "ACTIVE"
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE WS-SECOND-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "TELLER " WS-SECOND-ID " IS NOT ON THE "
                       "MASTER"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF TELLER-ACTIVE NOT = "Y"
                       DISPLAY "TELLER " WS-SECOND-ID " IS NOT "
                           "ACTIVE"
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           MOVE "Y" TO WS-DUAL-OK
           .

      *    THE ACCOUNT IN WS-WORK-ACCOUNT CAN TAKE A NIGHT DEPOSIT:
      *    ON FILE, A CUSTOMER ACCOUNT, HELD IN USD, NOT CLOSED OR
      *    CHARGED OFF
       CHECK-DEPOSIT-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-OK
           MOVE WS-WORK-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " IS NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-TYPE = "G"
               DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " IS AN INTERNAL "
                   "CONTROL ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
               DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " IS CLOSED OR "
                   "CHARGED OFF - IT CANNOT TAKE A DEPOSIT"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CURRENCY NOT = "USD"
               DISPLAY "ACCOUNT " WS-WORK-ACCOUNT " IS HELD IN "
                   ACCOUNT-CURRENCY " - NIGHT DEPOSITS ARE USD CASH"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-ACCOUNT-OK
           .

      *    THE SEALED BAG CARRYING WS-BAG-NUMBER ON ITS SEAL, IF ANY
       FIND-SEALED-BAG.
           MOVE "N" TO WS-BAG-FOUND
           MOVE 0 TO WS-FOUND-BAG-ID
           MOVE "N" TO WS-BAG-FILE-EOF
           MOVE 0 TO NDB-ID
           START BAG-FILE KEY >= NDB-ID
               INVALID KEY
                   MOVE "Y" TO WS-BAG-FILE-EOF
           END-START
           PERFORM UNTIL WS-BAG-FILE-EOF = "Y" OR WS-BAG-FOUND = "Y"
               READ BAG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAG-FILE-EOF
                   NOT AT END
                       IF NDB-BAG-NUMBER = WS-BAG-NUMBER
                           AND NDB-STATUS = "R"
                           MOVE "Y" TO WS-BAG-FOUND
                           MOVE NDB-ID TO WS-FOUND-BAG-ID
                       END-IF
               END-READ
           END-PERFORM
           .

      *================================================================
      *    RECEIPT
      *================================================================
       LOG-BAG.
           DISPLAY "BAG NUMBER (FROM THE SEAL):    "
               WITH NO ADVANCING
           ACCEPT WS-BAG-NUMBER
           IF WS-BAG-NUMBER = SPACES
               DISPLAY "A BAG NUMBER IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SEALED-BAG
           IF WS-BAG-FOUND = "Y"
               DISPLAY "BAG " WS-BAG-NUMBER " IS ALREADY LOGGED AND "
                   "STILL SEALED (REGISTER ID " WS-FOUND-BAG-ID ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUSTOMER ACCOUNT:              "
               WITH NO ADVANCING
           ACCEPT WS-WORK-ACCOUNT
           PERFORM CHECK-DEPOSIT-ACCOUNT
           IF WS-ACCOUNT-OK = "N"
               EXIT PARAGRAPH
           END-IF

           INITIALIZE NIGHT-DEPOSIT-RECORD
           MOVE WS-NEXT-BAG-ID TO NDB-ID
           MOVE WS-BAG-NUMBER TO NDB-BAG-NUMBER
           MOVE ACCOUNT-NUMBER TO NDB-ACCOUNT
           MOVE ACCOUNT-CUSTOMER-ID TO NDB-CUSTOMER-ID
           DISPLAY "BRANCH CODE (NIGHT SAFE):      "
               WITH NO ADVANCING
           ACCEPT NDB-BRANCH
           PERFORM CHECK-BRANCH-OPEN
           IF WS-BRANCH-OK = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DECLARED AMOUNT (DEPOSIT SLIP):"
               WITH NO ADVANCING
           ACCEPT NDB-DECLARED-AMOUNT
           DISPLAY "DATE RECEIVED (YYYYMMDD, 0 = TODAY):"
               WITH NO ADVANCING
           ACCEPT WS-RECEIVED-DATE
           IF WS-RECEIVED-DATE = 0
               MOVE WS-TODAY-DATE TO WS-RECEIVED-DATE
           END-IF
           IF WS-RECEIVED-DATE > WS-TODAY-DATE
               DISPLAY "A BAG CANNOT BE RECEIVED AFTER TODAY"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIVED-DATE TO NDB-RECEIVED-DATE
           DISPLAY "RECEIVED BY (TELLER ID):       "
               WITH NO ADVANCING
           ACCEPT NDB-RECEIVED-BY
           MOVE "R" TO NDB-STATUS
           MOVE "N" TO NDB-NOTICE-SENT
           WRITE NIGHT-DEPOSIT-RECORD
           IF WS-BAG-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR LOGGING THE BAG - STATUS: "
                   WS-BAG-STATUS " ***"
           ELSE
               ADD 1 TO WS-NEXT-BAG-ID
               MOVE NDB-DECLARED-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "BAG " NDB-BAG-NUMBER " LOGGED AS REGISTER ID "
                   NDB-ID " - DECLARED " WS-AMOUNT-DISPLAY
                   " FOR ACCOUNT " NDB-ACCOUNT
           END-IF
           .

      *================================================================
      *    OPENING, COUNT AND POSTING
      *================================================================
       OPEN-AND-COUNT-BAG.
           DISPLAY "BAG NUMBER (FROM THE SEAL):    "
               WITH NO ADVANCING
           ACCEPT WS-BAG-NUMBER
           PERFORM FIND-SEALED-BAG
           IF WS-BAG-FOUND = "N"
               DISPLAY "NO SEALED BAG " WS-BAG-NUMBER " IS LOGGED - "
                   "LOG IT FIRST"
               EXIT PARAGRAPH
           END-IF
           MOVE NDB-DECLARED-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "BAG " NDB-BAG-NUMBER " FOR ACCOUNT " NDB-ACCOUNT
               " RECEIVED " NDB-RECEIVED-DATE " - DECLARED "
               WS-AMOUNT-DISPLAY
           MOVE NDB-ACCOUNT TO WS-WORK-ACCOUNT
           PERFORM CHECK-DEPOSIT-ACCOUNT
           IF WS-ACCOUNT-OK = "N"
               DISPLAY "THE BAG STAYS SEALED - REFER IT TO THE "
                   "BRANCH MANAGER"
               EXIT PARAGRAPH
           END-IF
           CALL "ACCOUNT-RESTRICTION-CHECK" USING NDB-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "ACCOUNT " NDB-ACCOUNT " IS RESTRICTED - TYPE "
                   WS-RESTRICT-TYPE " REASON " WS-RESTRICT-REASON
               DISPLAY "THE BAG STAYS SEALED - REFER IT TO THE "
                   "BRANCH MANAGER"
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-DUAL-CONTROL
           IF WS-DUAL-OK = "N"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "COUNT THE NOTES TOGETHER AND ENTER THEM:"
           DISPLAY "HUNDREDS (NOTE COUNT):         "
               WITH NO ADVANCING
           ACCEPT WS-COUNT-HUNDREDS
           DISPLAY "FIFTIES:                       "
               WITH NO ADVANCING
           ACCEPT WS-COUNT-FIFTIES
           DISPLAY "TWENTIES:                      "
               WITH NO ADVANCING
           ACCEPT WS-COUNT-TWENTIES
           DISPLAY "TENS:                          "
               WITH NO ADVANCING
           ACCEPT WS-COUNT-TENS
           DISPLAY "FIVES:                         "
               WITH NO ADVANCING
           ACCEPT WS-COUNT-FIVES
           DISPLAY "ONES:                          "
               WITH NO ADVANCING
           ACCEPT WS-COUNT-ONES
           COMPUTE WS-COUNT-VALUE =
               WS-COUNT-HUNDREDS * 100 + WS-COUNT-FIFTIES * 50
               + WS-COUNT-TWENTIES * 20 + WS-COUNT-TENS * 10
               + WS-COUNT-FIVES * 5 + WS-COUNT-ONES
           COMPUTE WS-DIFFERENCE =
               WS-COUNT-VALUE - NDB-DECLARED-AMOUNT
           COMPUTE WS-NEW-BALANCE = ACCOUNT-BALANCE + WS-COUNT-VALUE
           IF WS-NEW-BALANCE > WS-LEDGER-LIMIT
               DISPLAY "THE COUNT WOULD TAKE THE ACCOUNT PAST WHAT "
                   "THE LEDGER CAN HOLD - RECOUNT, OR REFER THE BAG"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COUNT-VALUE TO WS-AMOUNT-DISPLAY
           MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
           DISPLAY "COUNTED:    " WS-AMOUNT-DISPLAY
           DISPLAY "DIFFERENCE: " WS-DIFF-DISPLAY
           IF WS-DIFFERENCE NOT = 0
               DISPLAY "THE CUSTOMER IS CREDITED WITH THE COUNT AND "
                   "SENT A DIFFERENCE NOTICE"
           END-IF
           DISPLAY "POST THE COUNT? (Y/N):" WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING POSTED - THE BAG STAYS ON THE "
                   "REGISTER AS SEALED; RESEAL IT UNDER DUAL CONTROL"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FOUND-BAG-ID TO NDB-ID
           READ BAG-FILE
               INVALID KEY
                   DISPLAY "*** BAG ROW MISSING ***"
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-POST-OK
           MOVE 0 TO TRANSACTION-REF
           IF WS-COUNT-VALUE > 0
               PERFORM POST-BAG-DEPOSIT
               IF WS-POST-OK = "Y"
                   PERFORM ADD-COUNT-TO-VAULT
               END-IF
           END-IF
           IF WS-POST-OK = "N"
               DISPLAY "*** NOTHING POSTED - THE BAG STAYS SEALED "
                   "ON THE REGISTER ***"
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO NDB-STATUS
           MOVE WS-TODAY-DATE TO NDB-OPENED-DATE
           MOVE WS-FIRST-ID TO NDB-OPENED-BY-1
           MOVE WS-SECOND-ID TO NDB-OPENED-BY-2
           MOVE WS-COUNT-HUNDREDS TO NDB-HUNDREDS
           MOVE WS-COUNT-FIFTIES TO NDB-FIFTIES
           MOVE WS-COUNT-TWENTIES TO NDB-TWENTIES
           MOVE WS-COUNT-TENS TO NDB-TENS
           MOVE WS-COUNT-FIVES TO NDB-FIVES
           MOVE WS-COUNT-ONES TO NDB-ONES
           MOVE WS-COUNT-VALUE TO NDB-COUNTED-AMOUNT
           MOVE WS-DIFFERENCE TO NDB-DIFFERENCE
           MOVE TRANSACTION-REF TO NDB-TRANSACTION-REF
           IF WS-DIFFERENCE NOT = 0
               PERFORM SEND-DIFFERENCE-NOTICE
               MOVE "Y" TO NDB-NOTICE-SENT
           END-IF
           REWRITE NIGHT-DEPOSIT-RECORD
           IF WS-BAG-STATUS NOT = "00"
               DISPLAY "*** POSTED, BUT THE REGISTER ROW COULD NOT BE "
                   "UPDATED - STATUS: " WS-BAG-STATUS " - REF "
                   TRANSACTION-REF " ***"
           ELSE
               DISPLAY "BAG " NDB-BAG-NUMBER " POSTED UNDER "
                   WS-FIRST-ID " AND " WS-SECOND-ID " - REF "
                   NDB-TRANSACTION-REF
           END-IF
           .

      *    A CASH DEPOSIT THE SAME SHAPE AS ONE TAKEN OVER THE
      *    COUNTER: FROM AND TO BOTH THE CUSTOMER, TYPE "D"
       POST-BAG-DEPOSIT.
           MOVE NDB-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-POST-OK
                   EXIT PARAGRAPH
           END-READ
           ADD WS-COUNT-VALUE TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO CREDIT THE ACCOUNT - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE NDB-BRANCH TO TRANSACTION-BRANCH
           MOVE NDB-ACCOUNT TO FROM-ACCOUNT
           MOVE NDB-ACCOUNT TO TO-ACCOUNT
           MOVE WS-COUNT-VALUE TO TRANSACTION-AMOUNT
           MOVE "D" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "NIGHTDEP:" NDB-ID "/BAG:" NDB-BAG-NUMBER
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE WS-SECOND-ID TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE DEPOSIT POSTING - "
                   "STATUS: " WS-TRANSACTION-STATUS " - THE ACCOUNT "
                   "WAS CREDITED; REVIEW WITH OPERATIONS ***"
           END-IF
           CLOSE TRANSACTION-FILE
           .

      *    THE NOTES GO STRAIGHT INTO THE VAULT, DENOMINATION BY
      *    DENOMINATION, SO THE POSITION PROOF STILL TIES
       ADD-COUNT-TO-VAULT.
           MOVE NDB-BRANCH TO VLT-BRANCH
           READ VAULT-FILE
               INVALID KEY
                   MOVE NDB-BRANCH TO VLT-BRANCH
                   MOVE 0 TO VLT-HUNDREDS
                   MOVE 0 TO VLT-FIFTIES
                   MOVE 0 TO VLT-TWENTIES
                   MOVE 0 TO VLT-TENS
                   MOVE 0 TO VLT-FIVES
                   MOVE 0 TO VLT-ONES
                   MOVE 0 TO VLT-TOTAL
                   MOVE 0 TO VLT-LAST-MOVEMENT-DATE
                   WRITE VAULT-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-READ
           ADD WS-COUNT-HUNDREDS TO VLT-HUNDREDS
           ADD WS-COUNT-FIFTIES TO VLT-FIFTIES
           ADD WS-COUNT-TWENTIES TO VLT-TWENTIES
           ADD WS-COUNT-TENS TO VLT-TENS
           ADD WS-COUNT-FIVES TO VLT-FIVES
           ADD WS-COUNT-ONES TO VLT-ONES
           ADD WS-COUNT-VALUE TO VLT-TOTAL
           MOVE WS-TODAY-DATE TO VLT-LAST-MOVEMENT-DATE
           REWRITE VAULT-RECORD
           IF WS-VAULT-STATUS NOT = "00"
               DISPLAY "*** THE DEPOSIT POSTED BUT THE VAULT LEDGER "
                   "COULD NOT BE UPDATED - STATUS: " WS-VAULT-STATUS
                   " - POST THE NOTES THROUGH VAULT-MANAGEMENT ***"
           END-IF
           .

       SEND-DIFFERENCE-NOTICE.
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE NDB-CUSTOMER-ID TO COI-CUSTOMER-ID
           MOVE NDB-ACCOUNT TO COI-ACCOUNT
           MOVE "NDEP" TO COI-DOC-TYPE
           MOVE "NIGHT-DEPOSIT" TO COI-PRODUCED-BY
           MOVE "NIGHT DEPOSIT - COUNTED AMOUNT DIFFERS FROM YOUR SLIP"
               TO COI-LINE(1)
           STRING "DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO COI-LINE(2)
           STRING "YOUR NIGHT DEPOSIT BAG " NDB-BAG-NUMBER
               " FOR ACCOUNT " NDB-ACCOUNT ", RECEIVED "
               NDB-RECEIVED-DATE ","
               DELIMITED BY SIZE INTO COI-LINE(3)
           MOVE "WAS OPENED AND COUNTED BY TWO OF OUR STAFF TOGETHER."
               TO COI-LINE(4)
           MOVE NDB-DECLARED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-COUNT-VALUE TO WS-AMOUNT-DISPLAY-2
           STRING "YOUR DEPOSIT SLIP DECLARED " WS-AMOUNT-DISPLAY
               " AND THE BAG HELD " WS-AMOUNT-DISPLAY-2 "."
               DELIMITED BY SIZE INTO COI-LINE(5)
           MOVE "YOUR ACCOUNT HAS BEEN CREDITED WITH THE COUNTED "
               & "AMOUNT." TO COI-LINE(6)
           MOVE "PLEASE CONTACT YOUR BRANCH IF YOU HAVE ANY QUESTIONS."
               TO COI-LINE(7)
           MOVE 7 TO COI-LINE-COUNT
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           .

      *================================================================
      *    ENQUIRIES
      *================================================================
       LIST-SEALED-BAGS.
           DISPLAY "ID      BAG         ACCOUNT    BRANCH RECEIVED  "
               "     DECLARED"
           MOVE 0 TO WS-SEALED-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE "N" TO WS-BAG-FILE-EOF
           MOVE 0 TO NDB-ID
           START BAG-FILE KEY >= NDB-ID
               INVALID KEY
                   MOVE "Y" TO WS-BAG-FILE-EOF
           END-START
           PERFORM UNTIL WS-BAG-FILE-EOF = "Y"
               READ BAG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAG-FILE-EOF
                   NOT AT END
                       IF NDB-STATUS = "R"
                           PERFORM LIST-ONE-SEALED-BAG
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-SEALED-COUNT " BAGS SEALED, " WS-OVERDUE-COUNT
               " PAST THE " WS-OPEN-DAYS "-DAY DEADLINE"
           .

       LIST-ONE-SEALED-BAG.
           ADD 1 TO WS-SEALED-COUNT
           COMPUTE WS-DAYS-SEALED =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(NDB-RECEIVED-DATE)
           MOVE NDB-DECLARED-AMOUNT TO WS-AMOUNT-DISPLAY
           IF WS-DAYS-SEALED > WS-OPEN-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               DISPLAY NDB-ID " " NDB-BAG-NUMBER "  " NDB-ACCOUNT
                   "  " NDB-BRANCH "    " NDB-RECEIVED-DATE " "
                   WS-AMOUNT-DISPLAY "  *** OVERDUE ***"
           ELSE
               DISPLAY NDB-ID " " NDB-BAG-NUMBER "  " NDB-ACCOUNT
                   "  " NDB-BRANCH "    " NDB-RECEIVED-DATE " "
                   WS-AMOUNT-DISPLAY
           END-IF
           .

       DISCREPANCY-HISTORY.
           DISPLAY "CUSTOMER ACCOUNT:              "
               WITH NO ADVANCING
           ACCEPT WS-WORK-ACCOUNT
           MOVE 0 TO WS-HISTORY-BAGS
           MOVE 0 TO WS-HISTORY-DIFFS
           MOVE 0 TO WS-HISTORY-SHORT
           MOVE 0 TO WS-HISTORY-OVER
           DISPLAY "OPENED    BAG          DECLARED      COUNTED  "
               "  DIFFERENCE  OPENED BY"
           MOVE "N" TO WS-BAG-FILE-EOF
           MOVE WS-WORK-ACCOUNT TO NDB-ACCOUNT
           START BAG-FILE KEY >= NDB-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-BAG-FILE-EOF
           END-START
           PERFORM UNTIL WS-BAG-FILE-EOF = "Y"
               READ BAG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAG-FILE-EOF
                   NOT AT END
                       IF NDB-ACCOUNT NOT = WS-WORK-ACCOUNT
                           MOVE "Y" TO WS-BAG-FILE-EOF
                       ELSE
                           IF NDB-STATUS = "P"
                               PERFORM LIST-ONE-HISTORY-BAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-HISTORY-SHORT TO WS-DIFF-DISPLAY
           DISPLAY WS-HISTORY-BAGS " BAGS COUNTED, "
               WS-HISTORY-DIFFS " WITH A DIFFERENCE"
           DISPLAY "  TOTAL SHORT: " WS-DIFF-DISPLAY
           MOVE WS-HISTORY-OVER TO WS-DIFF-DISPLAY
           DISPLAY "  TOTAL OVER:  " WS-DIFF-DISPLAY
           .

       LIST-ONE-HISTORY-BAG.
           ADD 1 TO WS-HISTORY-BAGS
           IF NDB-DIFFERENCE = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HISTORY-DIFFS
           IF NDB-DIFFERENCE < 0
               ADD NDB-DIFFERENCE TO WS-HISTORY-SHORT
           ELSE
               ADD NDB-DIFFERENCE TO WS-HISTORY-OVER
           END-IF
           MOVE NDB-DECLARED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE NDB-COUNTED-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE NDB-DIFFERENCE TO WS-DIFF-DISPLAY
           DISPLAY NDB-OPENED-DATE "  " NDB-BAG-NUMBER " "
               WS-AMOUNT-DISPLAY " " WS-AMOUNT-DISPLAY-2 " "
               WS-DIFF-DISPLAY "  " NDB-OPENED-BY-1 "/"
               NDB-OPENED-BY-2
           .

       END PROGRAM NIGHT-DEPOSIT.
