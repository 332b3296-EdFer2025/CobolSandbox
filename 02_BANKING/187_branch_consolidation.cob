       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-CONSOLIDATION.

      *    CLOSES A BRANCH INTO ANOTHER IN ONE SUPERVISED PASS
      *    INSTEAD OF RECORD BY RECORD THROUGH BRANCH-MAINTENANCE AND
      *    VAULT-MANAGEMENT. A VERIFIED SUPERVISOR KEYS THE CLOSING
      *    AND THE RECEIVING BRANCH; THE RUN IS REFUSED OUTRIGHT
      *    WHILE THE CLOSING BRANCH STILL HAS A TELLER DRAWER OPEN, A
      *    CROSS-BRANCH CASH POSTING TODAY THAT INTERBRANCH-
      *    SETTLEMENT HAS NOT YET NETTED, A VAULT CASH SHIPMENT IN
      *    TRANSIT, OR A NIGHT DEPOSIT BAG STILL SEALED IN ITS NIGHT
      *    SAFE (NIGHT-DEPOSIT MUST OPEN AND COUNT IT INTO THE
      *    CLOSING VAULT FIRST, SO THE CASH MOVES WITH THE VAULT).
      *
      *    OTHERWISE EVERYTHING THAT WOULD MOVE IS LISTED IN
      *    02_BANKING/branch_consolidation_preview.txt - EVERY
      *    ACCOUNT HOMED THERE, EVERY TERMINAL ASSIGNED THERE, THE
      *    VAULT LEDGER POSITION, EVERY SAFE DEPOSIT BOX, EVERY
      *    BLANK CASHIER'S CHECK / MONEY ORDER FORM AND EVERY COIN
      *    AND CURRENCY ORDER AWAITING PICKUP - AND ONLY ON
      *    CONFIRMATION IS IT MOVED, WITH AN AUDIT MASTER ROW FOR
      *    EACH CHANGE AND THE SAME LISTING (NOW WITH THE AUDIT IDS)
      *    IN 02_BANKING/branch_consolidation_report.txt. EVERY
      *    HOLDER OF AN OPEN ACCOUNT, A RENTED BOX OR A CASH ORDER
      *    THAT MOVED IS SENT A "BRCL" NOTICE THROUGH THE
      *    CORRESPONDENCE OUTBOX NAMING THE BRANCH THAT NOW LOOKS
      *    AFTER THEM, AND THE CLOSING BRANCH IS MARKED INACTIVE.
      *
      *    A BOX WHOSE NUMBER IS ALREADY TAKEN AT THE RECEIVING
      *    BRANCH IS RENUMBERED ABOVE BOTH BRANCHES' HIGHEST BOX. A
      *    BLANK FORM CANNOT BE RENUMBERED - ITS SERIAL IS PRINTED -
      *    SO ONE WHOSE SERIAL IS ALREADY IN THE RECEIVING BRANCH'S
      *    STOCK IS VOIDED WHERE IT IS, TO BE DESTROYED. ISSUED,
      *    PAID AND STOPPED INSTRUMENTS KEEP THE BRANCH THEY WERE
      *    ISSUED UNDER, AS PRESENTMENT LOOKS THEM UP BY IT. DRAWERS
      *    ARE KEPT PER TELLER, NOT PER BRANCH, SO ONCE NONE IS OPEN
      *    THERE IS NOTHING OF THEIRS TO MOVE - A TELLER'S NEXT
      *    DRAWER OPENS ON A TERMINAL THAT NOW BELONGS TO THE
      *    RECEIVING BRANCH.
      *
      *    THE AUDIT ROW SHAPE IS THE ACCOUNT ONE BANKING WRITES, SO
      *    THE ACTION WORD SAYS WHAT MOVED AND AUD-TERMINAL CARRIES
      *    THE BRANCH PAIR ("BRccc>rrr"), WHICH IS WHAT AUDIT-INQUIRY
      *    FILTERS A WHOLE CONSOLIDATION ON:
      *      BRACCT  AN ACCOUNT RE-HOMED (THE ACCOUNT'S OWN FIGURES)
      *      BRTERM  A TERMINAL REASSIGNED
      *      BRVALT  THE VAULT POSITION MOVED (OLD BALANCE = THE CASH
      *              MOVED, NEW BALANCE = THE RECEIVING VAULT AFTER)
      *      BRBOX   A SAFE DEPOSIT BOX RE-KEYED (BILLING ACCOUNT AND
      *              RENTER)
      *      BRINST  A BLANK FORM MOVED
      *      BRVOID  A BLANK FORM VOIDED ON A SERIAL CLASH
      *      BRCORD  A CASH ORDER'S PICKUP BRANCH MOVED (THE ORDERING
      *              ACCOUNT; OLD AND NEW BALANCE = THE ORDER VALUE)
      *      BRCLOS  THE CLOSING BRANCH MARKED INACTIVE (STATUS Y/N)
      *    THE REPORT TIES EACH AUDIT ID TO THE TERMINAL, BOX,
      *    SERIAL OR ORDER IT STANDS FOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE
               ASSIGN TO "02_BANKING/branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

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

           SELECT TERMINAL-FILE
               ASSIGN TO "02_BANKING/terminals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERMINAL-ID
               FILE STATUS IS WS-TERMINAL-STATUS.

           SELECT VAULT-FILE
               ASSIGN TO "02_BANKING/vault_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-BRANCH
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT SHIPMENT-FILE
               ASSIGN TO "02_BANKING/vault_shipments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSH-ID
               FILE STATUS IS WS-SHIPMENT-STATUS.

           SELECT BOX-FILE
               ASSIGN TO "02_BANKING/sdb_boxes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-BOX-STATUS.

           SELECT INSTRUMENT-FILE
               ASSIGN TO "02_BANKING/instruments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INST-KEY
               FILE STATUS IS WS-INSTRUMENT-STATUS.

           SELECT BAG-FILE
               ASSIGN TO "02_BANKING/night_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDB-ID
               ALTERNATE RECORD KEY IS NDB-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-BAG-STATUS.

           SELECT ORDER-FILE
               ASSIGN TO "02_BANKING/cash_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ID
               ALTERNATE RECORD KEY IS CO-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT DRAWER-FILE
               ASSIGN TO "02_BANKING/teller_drawers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRAWER-KEY
               FILE STATUS IS WS-DRAWER-STATUS.

           SELECT SESSION-FILE
               ASSIGN TO "02_BANKING/teller_sessions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-KEY
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT AUDIT-MASTER-FILE
               ASSIGN TO "02_BANKING/audit_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-ID
               FILE STATUS IS WS-AUDIT-MASTER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BRANCH-FILE.
           COPY "BRANCH-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       FD VAULT-FILE.
           COPY "VAULT-RECORD.cpy".

       FD SHIPMENT-FILE.
           COPY "VAULT-SHIPMENT-RECORD.cpy".

       FD BOX-FILE.
           COPY "SDB-BOX-RECORD.cpy".

       FD INSTRUMENT-FILE.
           COPY "INSTRUMENT-RECORD.cpy".

       FD BAG-FILE.
           COPY "NIGHT-DEPOSIT-RECORD.cpy".

       FD ORDER-FILE.
           COPY "CASH-ORDER-RECORD.cpy".

       FD DRAWER-FILE.
           COPY "DRAWER-RECORD.cpy".

       FD SESSION-FILE.
           COPY "TELLER-SESSION-RECORD.cpy".

       FD AUDIT-MASTER-FILE.
           COPY "AUDIT-MASTER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BRANCH-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-TERMINAL-STATUS PIC XX.
       01 WS-VAULT-STATUS PIC XX.
       01 WS-SHIPMENT-STATUS PIC XX.
       01 WS-BOX-STATUS PIC XX.
       01 WS-INSTRUMENT-STATUS PIC XX.
       01 WS-DRAWER-STATUS PIC XX.
       01 WS-BAG-STATUS PIC XX.
       01 WS-ORDER-STATUS PIC XX.
       01 WS-SESSION-STATUS PIC XX.
       01 WS-AUDIT-MASTER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.
       01 WS-SESSION-EOF PIC X.
       01 WS-AUDIT-MASTER-EOF PIC X VALUE "N".
       01 WS-TERMINAL-OPEN PIC X VALUE "N".
       01 WS-VAULT-OPEN PIC X VALUE "N".
       01 WS-BOX-OPEN PIC X VALUE "N".
       01 WS-INSTRUMENT-OPEN PIC X VALUE "N".
       01 WS-ORDER-OPEN PIC X VALUE "N".
       01 WS-SESSION-OPEN PIC X VALUE "N".

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REVIEWER-ID PIC X(10).
       01 WS-REVIEWER-PIN PIC 9(4).
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-TELLER-MAX-FAILS PIC 9 VALUE 3.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
       01 WS-CONFIRM PIC X.
       01 WS-NEXT-AUDIT-ID PIC 9(7) VALUE 1.
       01 WS-LAST-AUDIT-ID PIC 9(7) VALUE 0.

       01 WS-CLOSING-BRANCH PIC X(3).
       01 WS-CLOSING-NAME PIC X(30).
       01 WS-RECEIVING-BRANCH PIC X(3).
       01 WS-RECEIVING-NAME PIC X(30).
       01 WS-BRANCH-PAIR PIC X(10).

      *    "P" = PREVIEW (NOTHING WRITTEN), "M" = MOVE
       01 WS-RUN-MODE PIC X.
       01 WS-REPORT-FILENAME PIC X(60).

      *    WHAT STOPS THE RUN
       01 WS-BLOCKER-COUNT PIC 9(5) VALUE 0.
       01 WS-UNSETTLED-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTING-BRANCH PIC X(3).
       01 WS-HOME-BRANCH PIC X(3).
       01 WS-SHOWN-LIMIT PIC 9(2) VALUE 10.

      *    WHAT MOVED (OR WOULD)
       01 WS-ACCOUNTS-MOVED PIC 9(7) VALUE 0.
       01 WS-TERMINALS-MOVED PIC 9(5) VALUE 0.
       01 WS-BOXES-MOVED PIC 9(5) VALUE 0.
       01 WS-BOXES-RENUMBERED PIC 9(5) VALUE 0.
       01 WS-FORMS-MOVED PIC 9(7) VALUE 0.
       01 WS-FORMS-VOIDED PIC 9(7) VALUE 0.
       01 WS-FORMS-UNCHECKED PIC 9(7) VALUE 0.
       01 WS-ORDERS-MOVED PIC 9(5) VALUE 0.
       01 WS-VAULT-MOVED PIC S9(9)V99 VALUE 0.
       01 WS-VAULT-FOUND PIC X VALUE "N".
       01 WS-MOVE-FAILURES PIC 9(5) VALUE 0.
       01 WS-NOTICES-QUEUED PIC 9(5) VALUE 0.
       01 WS-NOTICES-HELD PIC 9(5) VALUE 0.

      *    THE CLOSING VAULT'S POSITION, HELD WHILE THE RECEIVING
      *    VAULT'S ROW IS IN THE RECORD AREA
       01 WS-VAULT-HOLD.
           05 WS-VH-HUNDREDS PIC 9(7).
           05 WS-VH-FIFTIES PIC 9(7).
           05 WS-VH-TWENTIES PIC 9(7).
           05 WS-VH-TENS PIC 9(7).
           05 WS-VH-FIVES PIC 9(7).
           05 WS-VH-ONES PIC 9(7).
           05 WS-VH-TOTAL PIC S9(9)V99.

      *    THE CLOSING BRANCH'S BOX NUMBERS - A BOX IS RE-KEYED BY
      *    WRITING IT UNDER THE NEW KEY AND DELETING THE OLD, SO THE
      *    KEYS ARE GATHERED BEFORE ANY IS TOUCHED
       01 WS-BOX-COUNT PIC 9(5) VALUE 0.
       01 WS-BOX-TABLE.
           05 WS-BOX-NUMBER PIC 9(4) OCCURS 10000 TIMES.
       01 WS-BOX-IDX PIC 9(5).
       01 WS-NEXT-BOX-NUMBER PIC 9(5).
       01 WS-NEW-BOX-NUMBER PIC 9(4).
       01 WS-BOX-SAVE PIC X(100).

      *    THE CLOSING BRANCH'S BLANK FORMS, GATHERED THE SAME WAY;
      *    THE MOVE GATHERS AGAIN UNTIL NONE ARE LEFT
       01 WS-MAX-FORMS PIC 9(5) VALUE 20000.
       01 WS-FORM-COUNT PIC 9(5) VALUE 0.
       01 WS-FORM-TABLE.
           05 WS-FORM-SERIAL PIC 9(6) OCCURS 20000 TIMES.
       01 WS-FORM-IDX PIC 9(5).
       01 WS-FORM-SAVE PIC X(100).

      *    WHO GETS A NOTICE, AND WHAT OF THEIRS MOVED
       01 WS-MAX-ITEMS PIC 9(5) VALUE 20000.
       01 WS-ITEM-COUNT PIC 9(5) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM OCCURS 20000 TIMES.
      *        "A" = ACCOUNT, "B" = SAFE DEPOSIT BOX, "O" = CASH
      *        ORDER
               10 WS-ITEM-KIND PIC X.
               10 WS-ITEM-ACCOUNT PIC 9(9).
               10 WS-ITEM-OLD-BOX PIC 9(4).
               10 WS-ITEM-NEW-BOX PIC 9(4).
               10 WS-ITEM-ORDER PIC 9(7).
               10 WS-ITEM-PICKUP-DATE PIC 9(8).
               10 WS-ITEM-HOLDER-1 PIC 9(5).
               10 WS-ITEM-HOLDER-2 PIC 9(5).
       01 WS-ITEM-IDX PIC 9(5).
       01 WS-NEW-ITEM-KIND PIC X.
       01 WS-ITEMS-DROPPED PIC 9(5) VALUE 0.
       01 WS-CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 WS-CUSTOMER-TABLE.
           05 WS-CUSTOMER-ID PIC 9(5) OCCURS 20000 TIMES.
       01 WS-CUST-IDX PIC 9(5).
       01 WS-CUST-FOUND PIC X.
       01 WS-ADD-CUSTOMER PIC 9(5).
       01 WS-NOTICE-CUSTOMER PIC 9(5).
       01 WS-NOTICE-MORE PIC 9(5).

       01 WS-AMOUNT-DISPLAY PIC -,---,---,--9.99.
       01 WS-COUNT-DISPLAY PIC Z,ZZZ,ZZ9.
       01 WS-AUDIT-TEXT PIC X(16).
           COPY "CORRESPONDENCE-ITEM.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "TELLER-MAX-FAILS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-TELLER-MAX-FAILS
           END-IF

           OPEN I-O TELLER-FILE
           IF WS-TELLER-STATUS NOT = "00"
               DISPLAY "*** NO TELLER MASTER ON FILE - A BRANCH "
                   "CLOSURE NEEDS A VERIFIED SUPERVISOR ***"
               STOP RUN
           END-IF
           DISPLAY "SUPERVISOR ID:                 "
               WITH NO ADVANCING
           ACCEPT WS-REVIEWER-ID
           DISPLAY "PIN:                           "
               WITH NO ADVANCING
           ACCEPT WS-REVIEWER-PIN
           PERFORM VERIFY-SUPERVISOR
           CLOSE TELLER-FILE
           IF WS-SIGNON-OK = "N"
               DISPLAY "SIGN-ON FAILED OR NOT A SUPERVISOR - "
                   "SESSION ENDED"
               STOP RUN
           END-IF

           OPEN I-O BRANCH-FILE
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE BRANCH MASTER - "
                   "STATUS: " WS-BRANCH-STATUS " ***"
               STOP RUN
           END-IF
           PERFORM ACCEPT-BRANCHES
           IF WS-CLOSING-BRANCH = SPACES
               CLOSE BRANCH-FILE
               STOP RUN
           END-IF

           PERFORM CHECK-BLOCKERS
           IF WS-BLOCKER-COUNT > 0
               DISPLAY "*** BRANCH " WS-CLOSING-BRANCH " CANNOT BE "
                   "CLOSED - " WS-BLOCKER-COUNT " ITEM(S) ABOVE "
                   "MUST BE CLEARED FIRST ***"
               CLOSE BRANCH-FILE
               STOP RUN
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - "
                   "STATUS: " WS-ACCOUNT-STATUS " ***"
               CLOSE BRANCH-FILE
               STOP RUN
           END-IF
           OPEN I-O TERMINAL-FILE
           IF WS-TERMINAL-STATUS = "00"
               MOVE "Y" TO WS-TERMINAL-OPEN
           END-IF
           OPEN I-O VAULT-FILE
           IF WS-VAULT-STATUS = "35"
               OPEN OUTPUT VAULT-FILE
               CLOSE VAULT-FILE
               OPEN I-O VAULT-FILE
           END-IF
           IF WS-VAULT-STATUS = "00"
               MOVE "Y" TO WS-VAULT-OPEN
           END-IF
           OPEN I-O BOX-FILE
           IF WS-BOX-STATUS = "00"
               MOVE "Y" TO WS-BOX-OPEN
           END-IF
           OPEN I-O INSTRUMENT-FILE
           IF WS-INSTRUMENT-STATUS = "00"
               MOVE "Y" TO WS-INSTRUMENT-OPEN
           END-IF
           OPEN I-O ORDER-FILE
           IF WS-ORDER-STATUS = "00"
               MOVE "Y" TO WS-ORDER-OPEN
           END-IF

           MOVE "P" TO WS-RUN-MODE
           MOVE "02_BANKING/branch_consolidation_preview.txt"
               TO WS-REPORT-FILENAME
           PERFORM CONSOLIDATE-BRANCH
           PERFORM DISPLAY-SUMMARY
           DISPLAY "FULL LISTING: " FUNCTION TRIM(WS-REPORT-FILENAME)

           DISPLAY " "
           DISPLAY "MOVE ALL OF THIS TO BRANCH " WS-RECEIVING-BRANCH
               " AND CLOSE BRANCH " WS-CLOSING-BRANCH "? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING MOVED - BRANCH " WS-CLOSING-BRANCH
                   " LEFT AS IT WAS"
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF

           OPEN I-O AUDIT-MASTER-FILE
           IF WS-AUDIT-MASTER-STATUS = "35"
               OPEN OUTPUT AUDIT-MASTER-FILE
               CLOSE AUDIT-MASTER-FILE
               OPEN I-O AUDIT-MASTER-FILE
           END-IF
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE AUDIT MASTER - "
                   "STATUS: " WS-AUDIT-MASTER-STATUS
                   " - NOTHING MOVED ***"
               PERFORM CLOSE-FILES
               STOP RUN
           END-IF
           PERFORM SEED-NEXT-AUDIT-ID

           MOVE "M" TO WS-RUN-MODE
           MOVE "02_BANKING/branch_consolidation_report.txt"
               TO WS-REPORT-FILENAME
           PERFORM CONSOLIDATE-BRANCH
           PERFORM QUEUE-CUSTOMER-NOTICES
           IF WS-MOVE-FAILURES = 0
               PERFORM DEACTIVATE-CLOSING-BRANCH
           END-IF
           PERFORM DISPLAY-SUMMARY
           DISPLAY WS-NOTICES-QUEUED " CUSTOMER NOTICES QUEUED"
           IF WS-NOTICES-HELD > 0
               DISPLAY WS-NOTICES-HELD " ITEMS DID NOT FIT THE "
                   "NOTICE LIST - WRITE TO THOSE HOLDERS BY HAND "
                   "FROM THE REPORT"
           END-IF
           IF WS-MOVE-FAILURES > 0
               DISPLAY "*** " WS-MOVE-FAILURES " ITEM(S) COULD NOT "
                   "BE MOVED - BRANCH " WS-CLOSING-BRANCH " LEFT "
                   "ACTIVE. CLEAR THEM AND RUN AGAIN ***"
           ELSE
               DISPLAY "BRANCH " WS-CLOSING-BRANCH " CLOSED INTO "
                   "BRANCH " WS-RECEIVING-BRANCH
           END-IF
           DISPLAY "FULL LISTING: " FUNCTION TRIM(WS-REPORT-FILENAME)
           CLOSE AUDIT-MASTER-FILE
           PERFORM CLOSE-FILES
           STOP RUN.

       CLOSE-FILES.
           CLOSE BRANCH-FILE
           CLOSE ACCOUNT-FILE
           IF WS-TERMINAL-OPEN = "Y"
               CLOSE TERMINAL-FILE
           END-IF
           IF WS-VAULT-OPEN = "Y"
               CLOSE VAULT-FILE
           END-IF
           IF WS-BOX-OPEN = "Y"
               CLOSE BOX-FILE
           END-IF
           IF WS-INSTRUMENT-OPEN = "Y"
               CLOSE INSTRUMENT-FILE
           END-IF
           IF WS-ORDER-OPEN = "Y"
               CLOSE ORDER-FILE
           END-IF
           .

      *    THE SAME DISCIPLINE AS THE TELLER WINDOW: A LOCKED ID IS
      *    REFUSED OUTRIGHT, A WRONG PIN BUMPS THE FAIL COUNT AND
      *    LOCKS THE ID AT THE CONFIGURED LIMIT.
       VERIFY-SUPERVISOR.
           MOVE WS-REVIEWER-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "UNKNOWN TELLER ID"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN TELLER-ACTIVE NOT = "Y"
                   DISPLAY "THIS TELLER ID IS NOT ACTIVE"
               WHEN TELLER-LOCKED = "Y"
                   DISPLAY "THIS TELLER ID IS LOCKED - ASK A "
                       "SUPERVISOR TO UNLOCK IT IN TELLER "
                       "MAINTENANCE"
               WHEN TELLER-PIN NOT = WS-REVIEWER-PIN
                   ADD 1 TO TELLER-FAIL-COUNT
                   IF TELLER-FAIL-COUNT >= WS-TELLER-MAX-FAILS
                       MOVE "Y" TO TELLER-LOCKED
                       DISPLAY "WRONG PIN - THIS ID IS NOW LOCKED"
                   ELSE
                       DISPLAY "WRONG PIN"
                   END-IF
                   REWRITE TELLER-RECORD
               WHEN TELLER-ROLE NOT = "S"
                   MOVE 0 TO TELLER-FAIL-COUNT
                   REWRITE TELLER-RECORD
                   DISPLAY "NOT A SUPERVISOR"
               WHEN OTHER
                   MOVE 0 TO TELLER-FAIL-COUNT
                   REWRITE TELLER-RECORD
                   MOVE "Y" TO WS-SIGNON-OK
           END-EVALUATE
           .

      *    LEAVES WS-CLOSING-BRANCH SPACES WHEN THE PAIR IS REFUSED
       ACCEPT-BRANCHES.
           DISPLAY "CLOSING BRANCH CODE:           "
               WITH NO ADVANCING
           ACCEPT WS-CLOSING-BRANCH
           DISPLAY "RECEIVING BRANCH CODE:         "
               WITH NO ADVANCING
           ACCEPT WS-RECEIVING-BRANCH
           IF WS-CLOSING-BRANCH = SPACES
               OR WS-RECEIVING-BRANCH = SPACES
               OR WS-CLOSING-BRANCH = WS-RECEIVING-BRANCH
               DISPLAY "TWO DIFFERENT BRANCH CODES ARE NEEDED"
               MOVE SPACES TO WS-CLOSING-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIVING-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "BRANCH " WS-RECEIVING-BRANCH
                       " IS NOT ON FILE"
                   MOVE SPACES TO WS-CLOSING-BRANCH
                   EXIT PARAGRAPH
           END-READ
           IF BRANCH-ACTIVE NOT = "Y"
               DISPLAY "BRANCH " WS-RECEIVING-BRANCH " IS CLOSED - "
                   "IT CANNOT TAKE ANOTHER BRANCH'S BUSINESS"
               MOVE SPACES TO WS-CLOSING-BRANCH
               EXIT PARAGRAPH
           END-IF
           MOVE BRANCH-NAME TO WS-RECEIVING-NAME
           MOVE WS-CLOSING-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "BRANCH " WS-CLOSING-BRANCH
                       " IS NOT ON FILE"
                   MOVE SPACES TO WS-CLOSING-BRANCH
                   EXIT PARAGRAPH
           END-READ
           MOVE BRANCH-NAME TO WS-CLOSING-NAME
      *    AN ALREADY-CLOSED BRANCH MAY BE RUN AGAIN - IT SWEEPS UP
      *    ANYTHING SINCE LEFT ON THE OLD CODE
           IF BRANCH-ACTIVE NOT = "Y"
               DISPLAY "NOTE: BRANCH " WS-CLOSING-BRANCH " IS ALREADY "
                   "INACTIVE - ANYTHING STILL ON IT WILL BE MOVED"
           END-IF
           MOVE SPACES TO WS-BRANCH-PAIR
           STRING "BR" WS-CLOSING-BRANCH ">" WS-RECEIVING-BRANCH
               DELIMITED BY SIZE INTO WS-BRANCH-PAIR
           .

      *================================================================
      *    WHAT STOPS A CLOSURE
      *================================================================
       CHECK-BLOCKERS.
           MOVE 0 TO WS-BLOCKER-COUNT
           PERFORM CHECK-OPEN-DRAWERS
           PERFORM CHECK-UNSETTLED-ITEMS
           PERFORM CHECK-SHIPMENTS-IN-TRANSIT
           PERFORM CHECK-NIGHT-DEPOSITS
           .

      *    A DRAWER BELONGS TO A TELLER AND A DAY; THE BRANCH IT WAS
      *    WORKED AT IS THE ONE ON THAT TELLER'S SESSIONS THAT DAY.
      *    WITH NO SESSION LOG TO ASK, ANY OPEN DRAWER COUNTS.
       CHECK-OPEN-DRAWERS.
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
               MOVE "Y" TO WS-SESSION-OPEN
           ELSE
               MOVE "N" TO WS-SESSION-OPEN
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ DRAWER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF DRAWER-STATUS = "O"
                           PERFORM CHECK-ONE-OPEN-DRAWER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE
           IF WS-SESSION-OPEN = "Y"
               CLOSE SESSION-FILE
           END-IF
           .

       CHECK-ONE-OPEN-DRAWER.
           IF WS-SESSION-OPEN = "N"
               ADD 1 TO WS-BLOCKER-COUNT
               DISPLAY "OPEN DRAWER: TELLER " DRAWER-TELLER-ID
                   " DATE " DRAWER-DATE " (NO SESSION LOG TO PLACE "
                   "IT)"
               EXIT PARAGRAPH
           END-IF
           MOVE DRAWER-DATE TO SES-DATE
           MOVE DRAWER-TELLER-ID TO SES-TELLER-ID
           MOVE 0 TO SES-START-TIME
           MOVE "N" TO WS-SESSION-EOF
           START SESSION-FILE KEY >= SES-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SESSION-EOF
           END-START
           PERFORM UNTIL WS-SESSION-EOF = "Y"
               READ SESSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SESSION-EOF
                   NOT AT END
                       IF SES-DATE NOT = DRAWER-DATE
                           OR SES-TELLER-ID NOT = DRAWER-TELLER-ID
                           MOVE "Y" TO WS-SESSION-EOF
                       ELSE
                           IF SES-BRANCH = WS-CLOSING-BRANCH
                               ADD 1 TO WS-BLOCKER-COUNT
                               DISPLAY "OPEN DRAWER: TELLER "
                                   DRAWER-TELLER-ID " DATE "
                                   DRAWER-DATE
                               MOVE "Y" TO WS-SESSION-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    TODAY'S CROSS-BRANCH CASH POSTINGS ARE NETTED BY
      *    INTERBRANCH-SETTLEMENT AT END OF DAY, ON THE SAME TEST
      *    IT USES - UNTIL THEN ONE TOUCHING THE CLOSING BRANCH IS
      *    CASH OWED TO OR BY A BRANCH ABOUT TO DISAPPEAR.
       CHECK-UNSETTLED-ITEMS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               CLOSE TRANSACTION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-UNSETTLED-COUNT
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF TRANSACTION-DATE = WS-TODAY-DATE
                           AND TRANSACTION-BRANCH NOT = SPACES
                           AND TRANSACTION-REVERSED = "N"
                           AND (TRANSACTION-TYPE = "D"
                               OR TRANSACTION-TYPE = "W")
                           PERFORM CHECK-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE
           IF WS-UNSETTLED-COUNT > WS-SHOWN-LIMIT
               DISPLAY "... " WS-UNSETTLED-COUNT " UNSETTLED "
                   "INTER-BRANCH POSTINGS IN ALL"
           END-IF
           ADD WS-UNSETTLED-COUNT TO WS-BLOCKER-COUNT
           .

       CHECK-ONE-POSTING.
           MOVE TRANSACTION-BRANCH TO WS-POSTING-BRANCH
           MOVE FROM-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE ACCOUNT-BRANCH TO WS-HOME-BRANCH
           IF WS-HOME-BRANCH = SPACES
               OR WS-HOME-BRANCH = WS-POSTING-BRANCH
               EXIT PARAGRAPH
           END-IF
           IF WS-POSTING-BRANCH NOT = WS-CLOSING-BRANCH
               AND WS-HOME-BRANCH NOT = WS-CLOSING-BRANCH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNSETTLED-COUNT
           IF WS-UNSETTLED-COUNT <= WS-SHOWN-LIMIT
               DISPLAY "UNSETTLED INTER-BRANCH POSTING: REF "
                   TRANSACTION-REF " POSTED AT " WS-POSTING-BRANCH
                   " FOR AN ACCOUNT OF " WS-HOME-BRANCH
           END-IF
           .

       CHECK-SHIPMENTS-IN-TRANSIT.
           OPEN INPUT SHIPMENT-FILE
           IF WS-SHIPMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ SHIPMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF VSH-BRANCH = WS-CLOSING-BRANCH
                           AND VSH-STATUS = "T"
                           ADD 1 TO WS-BLOCKER-COUNT
                           MOVE VSH-AMOUNT TO WS-AMOUNT-DISPLAY
                           DISPLAY "CASH SHIPMENT " VSH-ID
                               " IN TRANSIT: "
                               FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHIPMENT-FILE
           .

      *    A SEALED BAG IS CASH IN THE CLOSING BRANCH'S NIGHT SAFE
      *    THAT IS ON NO LEDGER YET - IT IS OPENED AND COUNTED INTO
      *    THAT BRANCH'S VAULT BEFORE THE VAULT CAN MOVE
       CHECK-NIGHT-DEPOSITS.
           OPEN INPUT BAG-FILE
           IF WS-BAG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ BAG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF NDB-BRANCH = WS-CLOSING-BRANCH
                           AND NDB-STATUS = "R"
                           ADD 1 TO WS-BLOCKER-COUNT
                           MOVE NDB-DECLARED-AMOUNT
                               TO WS-AMOUNT-DISPLAY
                           DISPLAY "NIGHT DEPOSIT BAG " NDB-BAG-NUMBER
                               " STILL SEALED: ACCOUNT " NDB-ACCOUNT
                               " DECLARED "
                               FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAG-FILE
           .

      *================================================================
      *    THE PREVIEW AND THE MOVE - ONE PASS EACH, THE SAME
      *    PARAGRAPHS; ONLY THE MOVE (WS-RUN-MODE "M") WRITES
      *================================================================
       CONSOLIDATE-BRANCH.
           MOVE 0 TO WS-ACCOUNTS-MOVED
           MOVE 0 TO WS-TERMINALS-MOVED
           MOVE 0 TO WS-BOXES-MOVED
           MOVE 0 TO WS-BOXES-RENUMBERED
           MOVE 0 TO WS-FORMS-MOVED
           MOVE 0 TO WS-FORMS-VOIDED
           MOVE 0 TO WS-FORMS-UNCHECKED
           MOVE 0 TO WS-ORDERS-MOVED
           MOVE 0 TO WS-VAULT-MOVED
           MOVE "N" TO WS-VAULT-FOUND
           MOVE 0 TO WS-MOVE-FAILURES
           MOVE 0 TO WS-ITEM-COUNT
           MOVE 0 TO WS-ITEMS-DROPPED
           MOVE 0 TO WS-CUSTOMER-COUNT

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           IF WS-RUN-MODE = "P"
               STRING "BRANCH CONSOLIDATION PREVIEW - "
                   WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "BRANCH CONSOLIDATION - " WS-TODAY-DATE
                   "   SUPERVISOR " WS-REVIEWER-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSING   " WS-CLOSING-BRANCH "  " WS-CLOSING-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RECEIVING " WS-RECEIVING-BRANCH "  "
               WS-RECEIVING-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM MOVE-ACCOUNTS
           PERFORM MOVE-TERMINALS
           PERFORM MOVE-VAULT
           PERFORM MOVE-BOXES
           PERFORM MOVE-BLANK-STOCK
           PERFORM MOVE-CASH-ORDERS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ACCOUNTS-MOVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TERMINALS-MOVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "TERMINALS         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-VAULT-MOVED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "VAULT CASH        " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-BOXES-MOVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "SAFE DEPOSIT BOXES" WS-COUNT-DISPLAY
               "  (" WS-BOXES-RENUMBERED " RENUMBERED)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FORMS-MOVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "BLANK FORMS       " WS-COUNT-DISPLAY
               "  (" WS-FORMS-VOIDED " VOIDED ON A SERIAL CLASH)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FORMS-UNCHECKED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "                  " WS-FORMS-UNCHECKED
                   " MORE BLANK FORMS BEYOND THE PREVIEW TABLE - "
                   "CHECKED FOR CLASHES AT THE MOVE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-ORDERS-MOVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "CASH ORDERS       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS NOTIFIED" WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MOVE-FAILURES > 0
               MOVE SPACES TO REPORT-LINE
               STRING "** " WS-MOVE-FAILURES " ITEM(S) FAILED TO "
                   "MOVE - SEE ABOVE. THE BRANCH IS LEFT ACTIVE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           .

       DISPLAY-SUMMARY.
           DISPLAY " "
           IF WS-RUN-MODE = "P"
               DISPLAY "---WOULD MOVE FROM " WS-CLOSING-BRANCH " TO "
                   WS-RECEIVING-BRANCH "---"
           ELSE
               DISPLAY "---MOVED FROM " WS-CLOSING-BRANCH " TO "
                   WS-RECEIVING-BRANCH "---"
           END-IF
           DISPLAY "ACCOUNTS:           " WS-ACCOUNTS-MOVED
           DISPLAY "TERMINALS:          " WS-TERMINALS-MOVED
           MOVE WS-VAULT-MOVED TO WS-AMOUNT-DISPLAY
           DISPLAY "VAULT CASH:         "
               FUNCTION TRIM(WS-AMOUNT-DISPLAY)
           DISPLAY "SAFE DEPOSIT BOXES: " WS-BOXES-MOVED " ("
               WS-BOXES-RENUMBERED " RENUMBERED)"
           DISPLAY "BLANK FORMS:        " WS-FORMS-MOVED " ("
               WS-FORMS-VOIDED " VOIDED ON A SERIAL CLASH)"
           DISPLAY "CASH ORDERS:        " WS-ORDERS-MOVED
           DISPLAY "CUSTOMERS NOTIFIED: " WS-CUSTOMER-COUNT
           .

       MOVE-ACCOUNTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNTS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF ACCOUNT-BRANCH = WS-CLOSING-BRANCH
                           PERFORM MOVE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           .

       MOVE-ONE-ACCOUNT.
           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-RUN-MODE = "M"
               MOVE WS-RECEIVING-BRANCH TO ACCOUNT-BRANCH
               REWRITE ACCOUNT-RECORD
               IF WS-ACCOUNT-STATUS NOT = "00"
                   ADD 1 TO WS-MOVE-FAILURES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** ACCOUNT " ACCOUNT-NUMBER
                       " NOT MOVED - STATUS " WS-ACCOUNT-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "BRACCT" TO AUD-ACTION
               MOVE ACCOUNT-NUMBER TO AUD-ACCOUNT
               MOVE ACCOUNT-CUSTOMER-ID TO AUD-OLD-CUSTOMER-ID
               MOVE ACCOUNT-CUSTOMER-ID TO AUD-NEW-CUSTOMER-ID
               MOVE ACCOUNT-BALANCE TO AUD-OLD-BALANCE
               MOVE ACCOUNT-BALANCE TO AUD-NEW-BALANCE
               MOVE ACCOUNT-OVERDRAFT-LIMIT TO AUD-OLD-OVERDRAFT
               MOVE ACCOUNT-OVERDRAFT-LIMIT TO AUD-NEW-OVERDRAFT
               MOVE ACCOUNT-STATUS TO AUD-OLD-STATUS
               MOVE ACCOUNT-STATUS TO AUD-NEW-STATUS
               PERFORM WRITE-AUDIT-ROW
           END-IF
           ADD 1 TO WS-ACCOUNTS-MOVED
           MOVE ACCOUNT-BALANCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNT " ACCOUNT-NUMBER "  CUSTOMER "
               ACCOUNT-CUSTOMER-ID "  STATUS " ACCOUNT-STATUS
               "  BALANCE " WS-AMOUNT-DISPLAY "  " WS-AUDIT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
      *    A CLOSED ACCOUNT MOVES FOR THE BOOKS BUT NOBODY IS
      *    WRITTEN TO ABOUT IT
           IF ACCOUNT-STATUS NOT = "C" AND ACCOUNT-CUSTOMER-ID > 0
               MOVE "A" TO WS-NEW-ITEM-KIND
               PERFORM ADD-NOTICE-ITEM
           END-IF
           .

       MOVE-TERMINALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TERMINALS" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TERMINAL-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE LOW-VALUES TO TRM-TERMINAL-ID
           START TERMINAL-FILE KEY >= TRM-TERMINAL-ID
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TERMINAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF TRM-BRANCH-CODE = WS-CLOSING-BRANCH
                           PERFORM MOVE-ONE-TERMINAL
                       END-IF
               END-READ
           END-PERFORM
           .

       MOVE-ONE-TERMINAL.
           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-RUN-MODE = "M"
               MOVE WS-RECEIVING-BRANCH TO TRM-BRANCH-CODE
               REWRITE TERMINAL-RECORD
               IF WS-TERMINAL-STATUS NOT = "00"
                   ADD 1 TO WS-MOVE-FAILURES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** TERMINAL " TRM-TERMINAL-ID
                       " NOT MOVED - STATUS " WS-TERMINAL-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "BRTERM" TO AUD-ACTION
               PERFORM CLEAR-AUDIT-FIGURES
               PERFORM WRITE-AUDIT-ROW
           END-IF
           ADD 1 TO WS-TERMINALS-MOVED
           MOVE SPACES TO REPORT-LINE
           STRING "  TERMINAL " TRM-TERMINAL-ID "  ACTIVE "
               TRM-ACTIVE "  " WS-AUDIT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    THE CASH IS ADDED TO THE RECEIVING VAULT DENOMINATION BY
      *    DENOMINATION AND THE CLOSING VAULT'S ROW LEFT AT ZERO -
      *    KEPT, NOT DELETED, SO ITS LAST MOVEMENT DATE STAYS ON FILE
       MOVE-VAULT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "VAULT" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-VAULT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSING-BRANCH TO VLT-BRANCH
           READ VAULT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF VLT-TOTAL = 0 AND VLT-HUNDREDS = 0 AND VLT-FIFTIES = 0
               AND VLT-TWENTIES = 0 AND VLT-TENS = 0
               AND VLT-FIVES = 0 AND VLT-ONES = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-VAULT-FOUND
           MOVE VLT-HUNDREDS TO WS-VH-HUNDREDS
           MOVE VLT-FIFTIES TO WS-VH-FIFTIES
           MOVE VLT-TWENTIES TO WS-VH-TWENTIES
           MOVE VLT-TENS TO WS-VH-TENS
           MOVE VLT-FIVES TO WS-VH-FIVES
           MOVE VLT-ONES TO WS-VH-ONES
           MOVE VLT-TOTAL TO WS-VH-TOTAL
           MOVE VLT-TOTAL TO WS-VAULT-MOVED
           MOVE SPACES TO WS-AUDIT-TEXT

           IF WS-RUN-MODE = "M"
               MOVE 0 TO VLT-HUNDREDS
               MOVE 0 TO VLT-FIFTIES
               MOVE 0 TO VLT-TWENTIES
               MOVE 0 TO VLT-TENS
               MOVE 0 TO VLT-FIVES
               MOVE 0 TO VLT-ONES
               MOVE 0 TO VLT-TOTAL
               MOVE WS-TODAY-DATE TO VLT-LAST-MOVEMENT-DATE
               REWRITE VAULT-RECORD
               IF WS-VAULT-STATUS NOT = "00"
                   ADD 1 TO WS-MOVE-FAILURES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** VAULT NOT MOVED - STATUS "
                       WS-VAULT-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-RECEIVING-BRANCH TO VLT-BRANCH
               READ VAULT-FILE
                   INVALID KEY
                       INITIALIZE VAULT-RECORD
                       MOVE WS-RECEIVING-BRANCH TO VLT-BRANCH
                       MOVE 0 TO VLT-TOTAL
               END-READ
               ADD WS-VH-HUNDREDS TO VLT-HUNDREDS
               ADD WS-VH-FIFTIES TO VLT-FIFTIES
               ADD WS-VH-TWENTIES TO VLT-TWENTIES
               ADD WS-VH-TENS TO VLT-TENS
               ADD WS-VH-FIVES TO VLT-FIVES
               ADD WS-VH-ONES TO VLT-ONES
               ADD WS-VH-TOTAL TO VLT-TOTAL
               MOVE WS-TODAY-DATE TO VLT-LAST-MOVEMENT-DATE
               WRITE VAULT-RECORD
                   INVALID KEY
                       REWRITE VAULT-RECORD
               END-WRITE
               IF WS-VAULT-STATUS NOT = "00"
                   ADD 1 TO WS-MOVE-FAILURES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** THE CASH LEFT THE CLOSING VAULT BUT "
                       "DID NOT REACH THE RECEIVING ONE - STATUS "
                       WS-VAULT-STATUS " - ADJUST IN VAULT-"
                       "MANAGEMENT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "BRVALT" TO AUD-ACTION
               PERFORM CLEAR-AUDIT-FIGURES
               MOVE WS-VH-TOTAL TO AUD-OLD-BALANCE
               MOVE VLT-TOTAL TO AUD-NEW-BALANCE
               PERFORM WRITE-AUDIT-ROW
           END-IF

           MOVE WS-VH-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  VAULT CASH " WS-AMOUNT-DISPLAY "  (100s "
               WS-VH-HUNDREDS " 50s " WS-VH-FIFTIES " 20s "
               WS-VH-TWENTIES ")  " WS-AUDIT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "             (10s " WS-VH-TENS " 5s " WS-VH-FIVES
               " 1s " WS-VH-ONES ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    A BOX KEEPS ITS NUMBER UNLESS THE RECEIVING BRANCH ALREADY
      *    HAS THAT NUMBER; THEN IT TAKES THE NEXT NUMBER ABOVE BOTH
      *    BRANCHES' HIGHEST, SO NO RENUMBERED BOX CAN LAND ON A
      *    NUMBER ANOTHER CLOSING BOX STILL HAS TO TAKE
       MOVE-BOXES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SAFE DEPOSIT BOXES" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BOX-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BOX-COUNT
           MOVE 0 TO WS-NEXT-BOX-NUMBER
           MOVE "N" TO WS-FILE-EOF
           MOVE LOW-VALUES TO SDB-KEY
           START BOX-FILE KEY >= SDB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ BOX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF SDB-BRANCH = WS-CLOSING-BRANCH
                           OR SDB-BRANCH = WS-RECEIVING-BRANCH
                           IF SDB-BOX-NUMBER >= WS-NEXT-BOX-NUMBER
                               COMPUTE WS-NEXT-BOX-NUMBER =
                                   SDB-BOX-NUMBER + 1
                           END-IF
                       END-IF
                       IF SDB-BRANCH = WS-CLOSING-BRANCH
                           ADD 1 TO WS-BOX-COUNT
                           MOVE SDB-BOX-NUMBER
                               TO WS-BOX-NUMBER(WS-BOX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-BOX-IDX FROM 1 BY 1
               UNTIL WS-BOX-IDX > WS-BOX-COUNT
               PERFORM MOVE-ONE-BOX
           END-PERFORM
           .

       MOVE-ONE-BOX.
           MOVE WS-RECEIVING-BRANCH TO SDB-BRANCH
           MOVE WS-BOX-NUMBER(WS-BOX-IDX) TO SDB-BOX-NUMBER
           MOVE WS-BOX-NUMBER(WS-BOX-IDX) TO WS-NEW-BOX-NUMBER
           READ BOX-FILE
               NOT INVALID KEY
                   IF WS-NEXT-BOX-NUMBER > 9999
                       ADD 1 TO WS-MOVE-FAILURES
                       MOVE SPACES TO REPORT-LINE
                       STRING "  ** BOX " WS-BOX-NUMBER(WS-BOX-IDX)
                           " CLASHES AND NO BOX NUMBER IS LEFT TO "
                           "RENUMBER IT TO"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-NEXT-BOX-NUMBER TO WS-NEW-BOX-NUMBER
                   ADD 1 TO WS-NEXT-BOX-NUMBER
                   ADD 1 TO WS-BOXES-RENUMBERED
           END-READ

           MOVE WS-CLOSING-BRANCH TO SDB-BRANCH
           MOVE WS-BOX-NUMBER(WS-BOX-IDX) TO SDB-BOX-NUMBER
           READ BOX-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-RUN-MODE = "M"
               MOVE BOX-RECORD TO WS-BOX-SAVE
               MOVE WS-RECEIVING-BRANCH TO SDB-BRANCH
               MOVE WS-NEW-BOX-NUMBER TO SDB-BOX-NUMBER
               WRITE BOX-RECORD
               IF WS-BOX-STATUS NOT = "00"
                   ADD 1 TO WS-MOVE-FAILURES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** BOX " WS-BOX-NUMBER(WS-BOX-IDX)
                       " NOT MOVED - STATUS " WS-BOX-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CLOSING-BRANCH TO SDB-BRANCH
               MOVE WS-BOX-NUMBER(WS-BOX-IDX) TO SDB-BOX-NUMBER
               DELETE BOX-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-BOX-SAVE TO BOX-RECORD
               MOVE "BRBOX" TO AUD-ACTION
               PERFORM CLEAR-AUDIT-FIGURES
               MOVE SDB-BILLING-ACCOUNT TO AUD-ACCOUNT
               MOVE SDB-RENTER-ID TO AUD-OLD-CUSTOMER-ID
               MOVE SDB-RENTER-ID TO AUD-NEW-CUSTOMER-ID
               MOVE SDB-STATUS TO AUD-OLD-STATUS
               MOVE SDB-STATUS TO AUD-NEW-STATUS
               PERFORM WRITE-AUDIT-ROW
           END-IF
           ADD 1 TO WS-BOXES-MOVED
           MOVE SPACES TO REPORT-LINE
           STRING "  BOX " WS-BOX-NUMBER(WS-BOX-IDX) " -> "
               WS-NEW-BOX-NUMBER "  SIZE " SDB-SIZE "  STATUS "
               SDB-STATUS "  RENTER " SDB-RENTER-ID "  "
               WS-AUDIT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF SDB-STATUS = "R" AND SDB-RENTER-ID > 0
               MOVE "B" TO WS-NEW-ITEM-KIND
               PERFORM ADD-NOTICE-ITEM
           END-IF
           .

      *    ONLY BLANK STOCK MOVES. THE PREVIEW LOOKS AT ONE TABLE'S
      *    WORTH; THE MOVE GATHERS AGAIN UNTIL NO BLANK FORM IS LEFT
      *    ON THE CLOSING BRANCH (A VOIDED ONE IS NO LONGER BLANK)
       MOVE-BLANK-STOCK.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BLANK INSTRUMENT STOCK" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-INSTRUMENT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM GATHER-BLANK-FORMS
           PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
               UNTIL WS-FORM-IDX > WS-FORM-COUNT
               PERFORM MOVE-ONE-FORM
           END-PERFORM
           IF WS-RUN-MODE = "M"
               PERFORM UNTIL WS-FORM-COUNT < WS-MAX-FORMS
                   PERFORM GATHER-BLANK-FORMS
                   PERFORM VARYING WS-FORM-IDX FROM 1 BY 1
                       UNTIL WS-FORM-IDX > WS-FORM-COUNT
                       PERFORM MOVE-ONE-FORM
                   END-PERFORM
               END-PERFORM
           END-IF
           .

       GATHER-BLANK-FORMS.
           MOVE 0 TO WS-FORM-COUNT
           MOVE 0 TO WS-FORMS-UNCHECKED
           MOVE "N" TO WS-FILE-EOF
           MOVE WS-CLOSING-BRANCH TO INST-BRANCH
           MOVE 0 TO INST-SERIAL
           START INSTRUMENT-FILE KEY >= INST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ INSTRUMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF INST-BRANCH NOT = WS-CLOSING-BRANCH
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           IF INST-STATUS = "S"
                               IF WS-FORM-COUNT < WS-MAX-FORMS
                                   ADD 1 TO WS-FORM-COUNT
                                   MOVE INST-SERIAL TO
                                       WS-FORM-SERIAL(WS-FORM-COUNT)
                               ELSE
                                   ADD 1 TO WS-FORMS-UNCHECKED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       MOVE-ONE-FORM.
           MOVE SPACES TO WS-AUDIT-TEXT
           MOVE WS-RECEIVING-BRANCH TO INST-BRANCH
           MOVE WS-FORM-SERIAL(WS-FORM-IDX) TO INST-SERIAL
           READ INSTRUMENT-FILE
               INVALID KEY
                   PERFORM MOVE-ONE-FORM-ACROSS
               NOT INVALID KEY
                   PERFORM VOID-ONE-FORM
           END-READ
           .

       MOVE-ONE-FORM-ACROSS.
           MOVE WS-CLOSING-BRANCH TO INST-BRANCH
           MOVE WS-FORM-SERIAL(WS-FORM-IDX) TO INST-SERIAL
           READ INSTRUMENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-RUN-MODE = "M"
               MOVE INSTRUMENT-RECORD TO WS-FORM-SAVE
               MOVE WS-RECEIVING-BRANCH TO INST-BRANCH
               WRITE INSTRUMENT-RECORD
               IF WS-INSTRUMENT-STATUS NOT = "00"
                   ADD 1 TO WS-MOVE-FAILURES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** FORM " WS-FORM-SERIAL(WS-FORM-IDX)
                       " NOT MOVED - STATUS " WS-INSTRUMENT-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
      *            LEFT BLANK ON THE CLOSING BRANCH, IT WOULD BE
      *            GATHERED AGAIN FOR EVER - VOID IT INSTEAD
                   MOVE WS-FORM-SAVE TO INSTRUMENT-RECORD
                   MOVE "V" TO INST-STATUS
                   REWRITE INSTRUMENT-RECORD
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CLOSING-BRANCH TO INST-BRANCH
               DELETE INSTRUMENT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE WS-FORM-SAVE TO INSTRUMENT-RECORD
               MOVE "BRINST" TO AUD-ACTION
               PERFORM CLEAR-AUDIT-FIGURES
               MOVE INST-STATUS TO AUD-OLD-STATUS
               MOVE INST-STATUS TO AUD-NEW-STATUS
               PERFORM WRITE-AUDIT-ROW
           END-IF
           ADD 1 TO WS-FORMS-MOVED
           MOVE SPACES TO REPORT-LINE
           STRING "  SERIAL " INST-SERIAL "  TYPE " INST-TYPE
               "  MOVED  " WS-AUDIT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       VOID-ONE-FORM.
           MOVE WS-CLOSING-BRANCH TO INST-BRANCH
           MOVE WS-FORM-SERIAL(WS-FORM-IDX) TO INST-SERIAL
           READ INSTRUMENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-RUN-MODE = "M"
               MOVE "V" TO INST-STATUS
               REWRITE INSTRUMENT-RECORD
               IF WS-INSTRUMENT-STATUS NOT = "00"
                   ADD 1 TO WS-MOVE-FAILURES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** FORM " INST-SERIAL
                       " NOT VOIDED - STATUS " WS-INSTRUMENT-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "BRVOID" TO AUD-ACTION
               PERFORM CLEAR-AUDIT-FIGURES
               MOVE "S" TO AUD-OLD-STATUS
               MOVE "V" TO AUD-NEW-STATUS
               PERFORM WRITE-AUDIT-ROW
           END-IF
           ADD 1 TO WS-FORMS-VOIDED
           MOVE SPACES TO REPORT-LINE
           STRING "  SERIAL " INST-SERIAL "  TYPE " INST-TYPE
               "  VOIDED - SERIAL ALREADY IN THE RECEIVING STOCK, "
               "DESTROY THE FORM  " WS-AUDIT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    AN ORDER AWAITING PICKUP IS COLLECTED FROM THE RECEIVING
      *    BRANCH INSTEAD, AND ITS NOTES COME FROM THE VAULT THE
      *    CLOSING BRANCH'S CASH HAS JUST MOVED INTO. FULFILLED AND
      *    CANCELLED ORDERS KEEP THE BRANCH THEY WERE SERVED AT.
       MOVE-CASH-ORDERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COIN AND CURRENCY ORDERS AWAITING PICKUP"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ORDER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO CO-ID
           START ORDER-FILE KEY >= CO-ID
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CO-BRANCH = WS-CLOSING-BRANCH
                           AND CO-STATUS = "O"
                           PERFORM MOVE-ONE-CASH-ORDER
                       END-IF
               END-READ
           END-PERFORM
           .

       MOVE-ONE-CASH-ORDER.
           MOVE SPACES TO WS-AUDIT-TEXT
           IF WS-RUN-MODE = "M"
               MOVE WS-RECEIVING-BRANCH TO CO-BRANCH
               REWRITE CASH-ORDER-RECORD
               IF WS-ORDER-STATUS NOT = "00"
                   ADD 1 TO WS-MOVE-FAILURES
                   MOVE SPACES TO REPORT-LINE
                   STRING "  ** CASH ORDER " CO-ID
                       " NOT MOVED - STATUS " WS-ORDER-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE "BRCORD" TO AUD-ACTION
               PERFORM CLEAR-AUDIT-FIGURES
               MOVE CO-ACCOUNT TO AUD-ACCOUNT
               MOVE CO-CUSTOMER-ID TO AUD-OLD-CUSTOMER-ID
               MOVE CO-CUSTOMER-ID TO AUD-NEW-CUSTOMER-ID
               MOVE CO-ORDER-VALUE TO AUD-OLD-BALANCE
               MOVE CO-ORDER-VALUE TO AUD-NEW-BALANCE
               MOVE CO-STATUS TO AUD-OLD-STATUS
               MOVE CO-STATUS TO AUD-NEW-STATUS
               PERFORM WRITE-AUDIT-ROW
           END-IF
           ADD 1 TO WS-ORDERS-MOVED
           MOVE CO-ORDER-VALUE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ORDER " CO-ID "  ACCOUNT " CO-ACCOUNT
               "  PICKUP " CO-PICKUP-DATE "  VALUE " WS-AMOUNT-DISPLAY
               "  " WS-AUDIT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF CO-CUSTOMER-ID > 0
               MOVE "O" TO WS-NEW-ITEM-KIND
               PERFORM ADD-NOTICE-ITEM
           END-IF
           .

      *    THE CALLER HAS SET WS-NEW-ITEM-KIND; THE REST COMES FROM
      *    THE ACCOUNT, BOX OR ORDER RECORD IN HAND
       ADD-NOTICE-ITEM.
           IF WS-ITEM-COUNT >= WS-MAX-ITEMS
               ADD 1 TO WS-ITEMS-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-NEW-ITEM-KIND TO WS-ITEM-KIND(WS-ITEM-COUNT)
           MOVE 0 TO WS-ITEM-ORDER(WS-ITEM-COUNT)
           MOVE 0 TO WS-ITEM-PICKUP-DATE(WS-ITEM-COUNT)
           EVALUATE WS-NEW-ITEM-KIND
               WHEN "A"
                   MOVE ACCOUNT-NUMBER TO WS-ITEM-ACCOUNT(WS-ITEM-COUNT)
                   MOVE 0 TO WS-ITEM-OLD-BOX(WS-ITEM-COUNT)
                   MOVE 0 TO WS-ITEM-NEW-BOX(WS-ITEM-COUNT)
                   MOVE ACCOUNT-CUSTOMER-ID
                       TO WS-ITEM-HOLDER-1(WS-ITEM-COUNT)
                   MOVE ACCOUNT-JOINT-CUSTOMER-ID
                       TO WS-ITEM-HOLDER-2(WS-ITEM-COUNT)
               WHEN "O"
                   MOVE CO-ACCOUNT TO WS-ITEM-ACCOUNT(WS-ITEM-COUNT)
                   MOVE 0 TO WS-ITEM-OLD-BOX(WS-ITEM-COUNT)
                   MOVE 0 TO WS-ITEM-NEW-BOX(WS-ITEM-COUNT)
                   MOVE CO-ID TO WS-ITEM-ORDER(WS-ITEM-COUNT)
                   MOVE CO-PICKUP-DATE
                       TO WS-ITEM-PICKUP-DATE(WS-ITEM-COUNT)
                   MOVE CO-CUSTOMER-ID
                       TO WS-ITEM-HOLDER-1(WS-ITEM-COUNT)
                   MOVE 0 TO WS-ITEM-HOLDER-2(WS-ITEM-COUNT)
               WHEN OTHER
                   MOVE SDB-BILLING-ACCOUNT
                       TO WS-ITEM-ACCOUNT(WS-ITEM-COUNT)
                   MOVE WS-BOX-NUMBER(WS-BOX-IDX)
                       TO WS-ITEM-OLD-BOX(WS-ITEM-COUNT)
                   MOVE WS-NEW-BOX-NUMBER
                       TO WS-ITEM-NEW-BOX(WS-ITEM-COUNT)
                   MOVE SDB-RENTER-ID
                       TO WS-ITEM-HOLDER-1(WS-ITEM-COUNT)
                   MOVE SDB-CO-RENTER-ID
                       TO WS-ITEM-HOLDER-2(WS-ITEM-COUNT)
           END-EVALUATE
           MOVE WS-ITEM-HOLDER-1(WS-ITEM-COUNT) TO WS-ADD-CUSTOMER
           PERFORM ADD-NOTICE-CUSTOMER
           MOVE WS-ITEM-HOLDER-2(WS-ITEM-COUNT) TO WS-ADD-CUSTOMER
           PERFORM ADD-NOTICE-CUSTOMER
           .

       ADD-NOTICE-CUSTOMER.
           IF WS-ADD-CUSTOMER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CUST-FOUND
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
                   OR WS-CUST-FOUND = "Y"
               IF WS-CUSTOMER-ID(WS-CUST-IDX) = WS-ADD-CUSTOMER
                   MOVE "Y" TO WS-CUST-FOUND
               END-IF
           END-PERFORM
           IF WS-CUST-FOUND = "N"
               ADD 1 TO WS-CUSTOMER-COUNT
               MOVE WS-ADD-CUSTOMER TO WS-CUSTOMER-ID(WS-CUSTOMER-COUNT)
           END-IF
           .

      *================================================================
      *    AFTER THE MOVE
      *================================================================
      *    ONE LETTER PER CUSTOMER, LISTING EVERY ACCOUNT AND BOX OF
      *    THEIRS THAT MOVED, AS FAR AS THE LETTER HAS ROOM
       QUEUE-CUSTOMER-NOTICES.
           MOVE 0 TO WS-NOTICES-QUEUED
           MOVE WS-ITEMS-DROPPED TO WS-NOTICES-HELD
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUSTOMER-COUNT
               MOVE WS-CUSTOMER-ID(WS-CUST-IDX) TO WS-NOTICE-CUSTOMER
               PERFORM SEND-CLOSURE-NOTICE
           END-PERFORM
           .

       SEND-CLOSURE-NOTICE.
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE WS-NOTICE-CUSTOMER TO COI-CUSTOMER-ID
           MOVE "BRCL" TO COI-DOC-TYPE
           MOVE "BRANCH-CONSOLIDATION" TO COI-PRODUCED-BY
           MOVE "IMPORTANT - YOUR BRANCH IS CLOSING" TO COI-LINE(1)
           STRING "DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO COI-LINE(2)
           STRING "OUR " FUNCTION TRIM(WS-CLOSING-NAME) " BRANCH ("
               WS-CLOSING-BRANCH ") HAS CLOSED. FROM TODAY YOUR "
               "BUSINESS WITH US"
               DELIMITED BY SIZE INTO COI-LINE(3)
           STRING "IS LOOKED AFTER BY OUR "
               FUNCTION TRIM(WS-RECEIVING-NAME) " BRANCH ("
               WS-RECEIVING-BRANCH ")."
               DELIMITED BY SIZE INTO COI-LINE(4)
           MOVE "THIS APPLIES TO:" TO COI-LINE(5)
           MOVE 5 TO COI-LINE-COUNT
           MOVE 0 TO WS-NOTICE-MORE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-HOLDER-1(WS-ITEM-IDX) = WS-NOTICE-CUSTOMER
                   OR WS-ITEM-HOLDER-2(WS-ITEM-IDX)
                       = WS-NOTICE-CUSTOMER
                   PERFORM ADD-NOTICE-LINE
               END-IF
           END-PERFORM
           IF WS-NOTICE-MORE > 0
               ADD 1 TO COI-LINE-COUNT
               STRING "  AND " WS-NOTICE-MORE " MORE"
                   DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
           END-IF
           ADD 1 TO COI-LINE-COUNT
           MOVE "YOUR ACCOUNT NUMBERS, CARDS AND CHECKS ARE UNCHANGED."
               TO COI-LINE(COI-LINE-COUNT)
           ADD 1 TO COI-LINE-COUNT
           STRING "PLEASE CONTACT OUR " FUNCTION TRIM(WS-RECEIVING-NAME)
               " BRANCH WITH ANY QUESTIONS."
               DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           ADD 1 TO WS-NOTICES-QUEUED
           .

      *    ROOM IS KEPT FOR THE "AND n MORE" LINE AND THE TWO CLOSING
      *    LINES OF THE TWENTY THE OUTBOX HOLDS
       ADD-NOTICE-LINE.
           IF COI-ACCOUNT = 0 AND WS-ITEM-KIND(WS-ITEM-IDX) = "A"
               MOVE WS-ITEM-ACCOUNT(WS-ITEM-IDX) TO COI-ACCOUNT
           END-IF
           IF COI-LINE-COUNT >= 17
               ADD 1 TO WS-NOTICE-MORE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO COI-LINE-COUNT
           IF WS-ITEM-KIND(WS-ITEM-IDX) = "A"
               STRING "  ACCOUNT " WS-ITEM-ACCOUNT(WS-ITEM-IDX)
                   DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
               EXIT PARAGRAPH
           END-IF
           IF WS-ITEM-KIND(WS-ITEM-IDX) = "O"
               STRING "  CASH ORDER " WS-ITEM-ORDER(WS-ITEM-IDX)
                   " DUE " WS-ITEM-PICKUP-DATE(WS-ITEM-IDX)
                   " - NOW COLLECTED FROM BRANCH "
                   WS-RECEIVING-BRANCH
                   DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
           ELSE
               IF WS-ITEM-NEW-BOX(WS-ITEM-IDX)
                   = WS-ITEM-OLD-BOX(WS-ITEM-IDX)
                   STRING "  SAFE DEPOSIT BOX "
                       WS-ITEM-OLD-BOX(WS-ITEM-IDX)
                       " - THE BOX NUMBER IS UNCHANGED"
                       DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
               ELSE
                   STRING "  SAFE DEPOSIT BOX "
                       WS-ITEM-OLD-BOX(WS-ITEM-IDX)
                       " - NOW BOX NUMBER "
                       WS-ITEM-NEW-BOX(WS-ITEM-IDX)
                       DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
               END-IF
           END-IF
           .

       DEACTIVATE-CLOSING-BRANCH.
           MOVE WS-CLOSING-BRANCH TO BRANCH-CODE
           READ BRANCH-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF BRANCH-ACTIVE NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO BRANCH-ACTIVE
           REWRITE BRANCH-RECORD
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY "*** COULD NOT MARK BRANCH " WS-CLOSING-BRANCH
                   " INACTIVE - STATUS: " WS-BRANCH-STATUS " ***"
               ADD 1 TO WS-MOVE-FAILURES
               EXIT PARAGRAPH
           END-IF
           MOVE "BRCLOS" TO AUD-ACTION
           PERFORM CLEAR-AUDIT-FIGURES
           MOVE "Y" TO AUD-OLD-STATUS
           MOVE "N" TO AUD-NEW-STATUS
           PERFORM WRITE-AUDIT-ROW
           .

      *================================================================
      *    AUDIT MASTER
      *================================================================
       SEED-NEXT-AUDIT-ID.
           MOVE "N" TO WS-AUDIT-MASTER-EOF
           MOVE 0 TO AUD-ID
           START AUDIT-MASTER-FILE KEY >= AUD-ID
               INVALID KEY
                   MOVE "Y" TO WS-AUDIT-MASTER-EOF
           END-START
           PERFORM UNTIL WS-AUDIT-MASTER-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDIT-MASTER-EOF
                   NOT AT END
                       IF AUD-ID >= WS-NEXT-AUDIT-ID
                           COMPUTE WS-NEXT-AUDIT-ID = AUD-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       CLEAR-AUDIT-FIGURES.
           MOVE 0 TO AUD-ACCOUNT
           MOVE 0 TO AUD-OLD-CUSTOMER-ID
           MOVE 0 TO AUD-NEW-CUSTOMER-ID
           MOVE 0 TO AUD-OLD-BALANCE
           MOVE 0 TO AUD-NEW-BALANCE
           MOVE 0 TO AUD-OLD-OVERDRAFT
           MOVE 0 TO AUD-NEW-OVERDRAFT
           MOVE SPACE TO AUD-OLD-STATUS
           MOVE SPACE TO AUD-NEW-STATUS
           .

      *    THE CALLER HAS SET THE ACTION AND THE FIGURES; THE AUDIT
      *    ID LANDS IN WS-AUDIT-TEXT FOR THE REPORT LINE
       WRITE-AUDIT-ROW.
           MOVE WS-NEXT-AUDIT-ID TO AUD-ID
           ADD 1 TO WS-NEXT-AUDIT-ID
           MOVE WS-TODAY-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE WS-REVIEWER-ID TO AUD-TELLER
           MOVE WS-BRANCH-PAIR TO AUD-TERMINAL
           WRITE AUDIT-MASTER-RECORD
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE AUDIT ROW - "
                   "STATUS: " WS-AUDIT-MASTER-STATUS " ***"
               MOVE "AUDIT NOT WRITTEN" TO WS-AUDIT-TEXT
           ELSE
               MOVE SPACES TO WS-AUDIT-TEXT
               STRING "AUDIT " AUD-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-TEXT
           END-IF
           .

       END PROGRAM BRANCH-CONSOLIDATION.
