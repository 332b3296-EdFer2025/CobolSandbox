       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-APPROVAL.

      *    THE CHECKER'S HALF OF A MANUAL GENERAL-LEDGER JOURNAL: A
      *    SUPERVISOR WHO DID NOT KEY THE ENTRY WORKS THE PENDING
      *    QUEUE GL-JOURNAL-ENTRY (188_gl_journal_entry.cob) FILLS,
      *    APPROVING OR REJECTING EACH ENTRY THE WAY PARAMETER-
      *    APPROVAL WORKS PARAMETER CHANGES. AN ENTRY STILL PENDING
      *    AFTER PENDING-EXPIRE-DAYS (FALLBACK 7) EXPIRES UNDECIDED.
      *
      *    APPROVAL IS THE MOMENT THE ENTRY POSTS. EVERY LEG IS
      *    CHECKED AGAIN FIRST - STILL AN ACTIVE CHART ACCOUNT ON THE
      *    LEDGER, THE ENTRY STILL BALANCED, NO BALANCE PUSHED PAST
      *    WHAT THE LEDGER CAN HOLD - AND ONLY IF ALL PASS ARE THE
      *    LEGS PAIRED OFF, DEBIT AGAINST CREDIT, INTO ORDINARY
      *    TRANSFERS BETWEEN THE CONTROL ACCOUNTS. EACH POSTING TAKES
      *    A TRANSACTION REFERENCE, CARRIES THE CHECKER AS ITS
      *    SUPERVISOR AND "GLJE:<ENTRY>/RSN:<REASON>" AS ITS MEMO, AND
      *    IS RECORDED BACK ON THE ENTRY, SO EITHER SIDE LEADS TO THE
      *    OTHER.
      *
      *    THE JOURNAL REGISTER (02_BANKING/gl_journal_register.txt)
      *    LISTS EVERY ENTRY ENTERED OR DECIDED IN A DATE RANGE WITH
      *    ITS LEGS AND POSTING REFERENCES, AND COUNTS THE ENTRIES
      *    ENTERED, APPROVED, REJECTED AND EXPIRED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE
               ASSIGN TO "02_BANKING/gl_journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLJ-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-CHART-FILE
               ASSIGN TO "02_BANKING/gl_chart.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLA-NUMBER
               FILE STATUS IS WS-CHART-STATUS.

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

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/gl_journal_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
           COPY "GL-JOURNAL-RECORD.cpy".

       FD GL-CHART-FILE.
           COPY "GL-ACCOUNT-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-CHART-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-JOURNAL-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REVIEWER-ID PIC X(10).
       01 WS-REVIEWER-PIN PIC 9(4).
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-OPTION PIC 9.
       01 WS-DECISION PIC X.
       01 WS-DONE PIC X VALUE "N".
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-EXPIRE-DAYS PIC 9(3) VALUE 7.
       01 WS-EXPIRED-NOW PIC 9(5) VALUE 0.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
       01 WS-TELLER-MAX-FAILS PIC 9 VALUE 3.

      *    THE ENTRY UNDER REVIEW, LOADED FROM ITS ROWS
       01 WS-ENTRY-ID PIC 9(6).
       01 WS-ENTRY-REASON PIC X(4).
       01 WS-LEG-COUNT PIC 9(3) VALUE 0.
       01 WS-LEG-TABLE.
           05 WS-LEG OCCURS 20 TIMES.
               10 WS-LEG-ACCOUNT PIC 9(9).
               10 WS-LEG-SIDE PIC X.
               10 WS-LEG-AMOUNT PIC 9(7)V99.
               10 WS-LEG-LEFT PIC 9(7)V99.
       01 WS-LEG-IDX PIC 9(3).
       01 WS-DEBIT-IDX PIC 9(3).
       01 WS-CREDIT-IDX PIC 9(3).
       01 WS-DEBIT-TOTAL PIC 9(9)V99.
       01 WS-CREDIT-TOTAL PIC 9(9)V99.
       01 WS-ENTRY-OK PIC X.

      *    EACH ACCOUNT'S NET MOVEMENT ON THE ENTRY, TO BE SURE NO
      *    BALANCE IS PUSHED PAST THE LEDGER FIELD
       01 WS-NET-COUNT PIC 9(3) VALUE 0.
       01 WS-NET-TABLE.
           05 WS-NET OCCURS 20 TIMES.
               10 WS-NET-ACCOUNT PIC 9(9).
               10 WS-NET-CHANGE PIC S9(9)V99.
       01 WS-NET-IDX PIC 9(3).
       01 WS-NET-FOUND PIC X.
       01 WS-NEW-BALANCE PIC S9(9)V99.
       01 WS-LEDGER-LIMIT PIC S9(9)V99 VALUE 9999999.99.

       01 WS-POST-FROM PIC 9(9).
       01 WS-POST-TO PIC 9(9).
       01 WS-POST-AMOUNT PIC 9(7)V99.
       01 WS-POSTING-COUNT PIC 9(3).
       01 WS-POST-FAILURES PIC 9(3).

      *    REGISTER
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       01 WS-IN-RANGE PIC X.
       01 WS-ENTERED-COUNT PIC 9(5).
       01 WS-APPROVED-COUNT PIC 9(5).
       01 WS-REJECTED-COUNT PIC 9(5).
       01 WS-EXPIRED-COUNT PIC 9(5).
       01 WS-PENDING-COUNT PIC 9(5).
       01 WS-APPROVED-TOTAL PIC 9(11)V99.
       01 WS-STATUS-WORD PIC X(8).
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "PENDING-EXPIRE-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-EXPIRE-DAYS
           END-IF
           MOVE "TELLER-MAX-FAILS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-TELLER-MAX-FAILS
           END-IF

           OPEN I-O TELLER-FILE
           IF WS-TELLER-STATUS NOT = "00"
               DISPLAY "*** NO TELLER MASTER ON FILE - APPROVAL "
                   "NEEDS A VERIFIED SUPERVISOR ***"
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

           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "NO JOURNAL ENTRIES ON FILE - NOTHING WAITS"
               STOP RUN
           END-IF
           PERFORM EXPIRE-STALE-ENTRIES

           PERFORM UNTIL WS-OPTION = 3
               DISPLAY " "
               DISPLAY "---GL JOURNAL APPROVAL---"
               DISPLAY "    1. WORK THE PENDING QUEUE"
               DISPLAY "    2. JOURNAL REGISTER"
               DISPLAY "    3. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM WORK-PENDING-QUEUE
                   WHEN 2
                       PERFORM JOURNAL-REGISTER
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE JOURNAL-FILE
           DISPLAY "GL JOURNAL APPROVAL ENDED"
           STOP RUN.

      *    THE SAME DISCIPLINE AS THE TELLER WINDOW: A LOCKED ID IS
      *    REFUSED OUTRIGHT, A WRONG PIN BUMPS THE FAIL COUNT AND
      *    LOCKS THE ID AT THE CONFIGURED LIMIT - THE APPROVAL DESK
      *    IS NOT A SIDE DOOR FOR PIN GUESSING.
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

      *    STALE ENTRIES EXPIRE RATHER THAN LINGER - AN OLD ACCRUAL
      *    CORRECTION IS A NEW DECISION, NOT A BACKLOG ITEM. DONE
      *    BEFORE ANYTHING ELSE SO THE QUEUE AND THE REGISTER BOTH
      *    SEE THEM AS EXPIRED.
       EXPIRE-STALE-ENTRIES.
           MOVE 0 TO WS-EXPIRED-NOW
           MOVE "N" TO WS-JOURNAL-EOF
           MOVE LOW-VALUES TO GLJ-KEY
           START JOURNAL-FILE KEY >= GLJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-JOURNAL-EOF
           END-START
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       IF GLJ-ROW-TYPE = "H" AND GLJ-H-STATUS = "P"
                           COMPUTE WS-AGE-DAYS =
                               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                               - FUNCTION INTEGER-OF-DATE
                                   (GLJ-H-ENTERED-DATE)
                           IF WS-AGE-DAYS > WS-EXPIRE-DAYS
                               MOVE "X" TO GLJ-H-STATUS
                               MOVE WS-TODAY-DATE
                                   TO GLJ-H-DECIDED-DATE
                               REWRITE GL-JOURNAL-RECORD
                               ADD 1 TO WS-EXPIRED-NOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-EXPIRED-NOW > 0
               DISPLAY WS-EXPIRED-NOW " ENTRIES EXPIRED UNDECIDED "
                   "AFTER " WS-EXPIRE-DAYS " DAYS"
           END-IF
           .

       WORK-PENDING-QUEUE.
           MOVE "N" TO WS-DONE
           MOVE "N" TO WS-JOURNAL-EOF
           MOVE LOW-VALUES TO GLJ-KEY
           START JOURNAL-FILE KEY >= GLJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-JOURNAL-EOF
           END-START
           PERFORM UNTIL WS-JOURNAL-EOF = "Y" OR WS-DONE = "Y"
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       IF GLJ-ROW-TYPE = "H" AND GLJ-H-STATUS = "P"
                           PERFORM REVIEW-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE REVIEW READS THE ENTRY'S OWN ROWS, SO THE QUEUE'S
      *    PLACE IS TAKEN UP AGAIN AFTER IT FROM THE NEXT ENTRY ON
       REVIEW-ONE-ENTRY.
           MOVE GLJ-ID TO WS-ENTRY-ID
           IF GLJ-H-ENTERED-BY = WS-REVIEWER-ID
               DISPLAY "ENTRY " GLJ-ID " WAS ENTERED BY YOU - A "
                   "DIFFERENT SUPERVISOR MUST DECIDE IT"
               EXIT PARAGRAPH
           END-IF
           MOVE GLJ-H-REASON TO WS-ENTRY-REASON
           MOVE GLJ-H-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY " "
           DISPLAY "ENTRY " GLJ-ID "  " GLJ-H-REASON "  "
               FUNCTION TRIM(WS-AMOUNT-DISPLAY)
           DISPLAY "  " FUNCTION TRIM(GLJ-H-NARRATIVE)
           DISPLAY "  ENTERED BY " GLJ-H-ENTERED-BY " ON "
               GLJ-H-ENTERED-DATE
           PERFORM LOAD-ENTRY-LEGS
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT
               MOVE WS-LEG-AMOUNT(WS-LEG-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "  " WS-LEG-ACCOUNT(WS-LEG-IDX) " "
                   WS-LEG-SIDE(WS-LEG-IDX) " " WS-AMOUNT-DISPLAY
           END-PERFORM
           DISPLAY "A=APPROVE AND POST, R=REJECT, S=SKIP, Q=QUIT:"
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
                   PERFORM APPROVE-ENTRY
               WHEN "R"
               WHEN "r"
                   PERFORM READ-ENTRY-HEADER
                   MOVE "R" TO GLJ-H-STATUS
                   MOVE WS-REVIEWER-ID TO GLJ-H-DECIDED-BY
                   MOVE WS-TODAY-DATE TO GLJ-H-DECIDED-DATE
                   REWRITE GL-JOURNAL-RECORD
                   DISPLAY "REJECTED - NOTHING POSTED"
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   DISPLAY "SKIPPED - STAYS PENDING"
           END-EVALUATE
           PERFORM RESUME-AFTER-ENTRY
           .

       LOAD-ENTRY-LEGS.
           MOVE 0 TO WS-LEG-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE "N" TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       IF GLJ-ID NOT = WS-ENTRY-ID
                           MOVE "Y" TO WS-JOURNAL-EOF
                       ELSE
                           IF GLJ-ROW-TYPE = "L"
                               AND WS-LEG-COUNT < 20
                               ADD 1 TO WS-LEG-COUNT
                               MOVE GLJ-L-ACCOUNT
                                   TO WS-LEG-ACCOUNT(WS-LEG-COUNT)
                               MOVE GLJ-L-SIDE
                                   TO WS-LEG-SIDE(WS-LEG-COUNT)
                               MOVE GLJ-L-AMOUNT
                                   TO WS-LEG-AMOUNT(WS-LEG-COUNT)
                               MOVE GLJ-L-AMOUNT
                                   TO WS-LEG-LEFT(WS-LEG-COUNT)
                               IF GLJ-L-SIDE = "D"
                                   ADD GLJ-L-AMOUNT TO WS-DEBIT-TOTAL
                               ELSE
                                   ADD GLJ-L-AMOUNT
                                       TO WS-CREDIT-TOTAL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       READ-ENTRY-HEADER.
           MOVE WS-ENTRY-ID TO GLJ-ID
           MOVE 0 TO GLJ-LINE
           READ JOURNAL-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           .

       RESUME-AFTER-ENTRY.
           MOVE "N" TO WS-JOURNAL-EOF
           MOVE WS-ENTRY-ID TO GLJ-ID
           MOVE 999 TO GLJ-LINE
           START JOURNAL-FILE KEY > GLJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-JOURNAL-EOF
           END-START
           .

      *================================================================
      *    APPROVAL - CHECK EVERYTHING, THEN POST EVERYTHING
      *================================================================
       APPROVE-ENTRY.
           OPEN INPUT GL-CHART-FILE
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "*** NO CHART OF ACCOUNTS ON FILE - NOTHING "
                   "POSTED, ENTRY STAYS PENDING ***"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " - ENTRY STAYS PENDING ***"
               CLOSE GL-CHART-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ENTRY
           CLOSE GL-CHART-FILE
           IF WS-ENTRY-OK = "N"
               CLOSE ACCOUNT-FILE
               DISPLAY "NOTHING POSTED - REJECT THE ENTRY OR LEAVE "
                   "IT FOR THE MAKER TO REPLACE"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE TRANSACTION FILE - "
                   "STATUS: " WS-TRANSACTION-STATUS
                   " - ENTRY STAYS PENDING ***"
               CLOSE ACCOUNT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-POSTING-COUNT
           MOVE 0 TO WS-POST-FAILURES
           MOVE 1 TO WS-DEBIT-IDX
           MOVE 1 TO WS-CREDIT-IDX
           PERFORM NEXT-DEBIT-LEG
           PERFORM NEXT-CREDIT-LEG
           PERFORM UNTIL WS-DEBIT-IDX > WS-LEG-COUNT
               OR WS-CREDIT-IDX > WS-LEG-COUNT
               PERFORM POST-ONE-PAIR
           END-PERFORM
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-FILE

           PERFORM READ-ENTRY-HEADER
           MOVE "A" TO GLJ-H-STATUS
           MOVE WS-REVIEWER-ID TO GLJ-H-DECIDED-BY
           MOVE WS-TODAY-DATE TO GLJ-H-DECIDED-DATE
           MOVE WS-POSTING-COUNT TO GLJ-H-POSTING-COUNT
           REWRITE GL-JOURNAL-RECORD
           IF WS-POST-FAILURES > 0
               DISPLAY "*** APPROVED, BUT " WS-POST-FAILURES
                   " POSTING(S) HIT AN I/O ERROR - CHECK THE "
                   "REGISTER AND THE LEDGER ***"
           ELSE
               DISPLAY "APPROVED - POSTED AS " WS-POSTING-COUNT
                   " TRANSFER(S)"
           END-IF
           .

      *    EVERY LEG AGAIN, AS AT ENTRY - THE CHART OR LEDGER MAY
      *    HAVE CHANGED WHILE THE ENTRY WAITED
       CHECK-ENTRY.
           MOVE "Y" TO WS-ENTRY-OK
           IF WS-LEG-COUNT = 0 OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               OR WS-DEBIT-TOTAL = 0
               DISPLAY "  THE ENTRY DOES NOT BALANCE"
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-NET-COUNT
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT
               PERFORM CHECK-ONE-LEG
           END-PERFORM
           IF WS-ENTRY-OK = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT
               MOVE WS-NET-ACCOUNT(WS-NET-IDX) TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   NOT INVALID KEY
                       COMPUTE WS-NEW-BALANCE = ACCOUNT-BALANCE
                           + WS-NET-CHANGE(WS-NET-IDX)
                       IF WS-NEW-BALANCE > WS-LEDGER-LIMIT
                           OR WS-NEW-BALANCE < 0 - WS-LEDGER-LIMIT
                           DISPLAY "  " ACCOUNT-NUMBER " WOULD GO "
                               "PAST WHAT THE LEDGER CAN HOLD"
                           MOVE "N" TO WS-ENTRY-OK
                       END-IF
               END-READ
           END-PERFORM
           .

       CHECK-ONE-LEG.
           MOVE WS-LEG-ACCOUNT(WS-LEG-IDX) TO GLA-NUMBER
           READ GL-CHART-FILE
               INVALID KEY
                   DISPLAY "  " GLA-NUMBER " IS NO LONGER ON THE "
                       "CHART OF ACCOUNTS"
                   MOVE "N" TO WS-ENTRY-OK
                   EXIT PARAGRAPH
           END-READ
           IF GLA-ACTIVE NOT = "Y"
               DISPLAY "  " GLA-NUMBER " IS NOW INACTIVE ON THE "
                   "CHART"
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEG-ACCOUNT(WS-LEG-IDX) TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "  " ACCOUNT-NUMBER " IS NOT ON THE "
                       "LEDGER"
                   MOVE "N" TO WS-ENTRY-OK
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-TYPE NOT = "G"
               DISPLAY "  " ACCOUNT-NUMBER " IS NOT A CONTROL "
                   "ACCOUNT"
               MOVE "N" TO WS-ENTRY-OK
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NET-FOUND
           PERFORM VARYING WS-NET-IDX FROM 1 BY 1
               UNTIL WS-NET-IDX > WS-NET-COUNT OR WS-NET-FOUND = "Y"
               IF WS-NET-ACCOUNT(WS-NET-IDX) = ACCOUNT-NUMBER
                   MOVE "Y" TO WS-NET-FOUND
               END-IF
           END-PERFORM
           IF WS-NET-FOUND = "Y"
               SUBTRACT 1 FROM WS-NET-IDX
           ELSE
               ADD 1 TO WS-NET-COUNT
               MOVE WS-NET-COUNT TO WS-NET-IDX
               MOVE ACCOUNT-NUMBER TO WS-NET-ACCOUNT(WS-NET-IDX)
               MOVE 0 TO WS-NET-CHANGE(WS-NET-IDX)
           END-IF
           IF WS-LEG-SIDE(WS-LEG-IDX) = "D"
               SUBTRACT WS-LEG-AMOUNT(WS-LEG-IDX)
                   FROM WS-NET-CHANGE(WS-NET-IDX)
           ELSE
               ADD WS-LEG-AMOUNT(WS-LEG-IDX)
                   TO WS-NET-CHANGE(WS-NET-IDX)
           END-IF
           .

      *    THE NEXT DEBIT (CREDIT) LEG WITH ANYTHING LEFT TO PAIR,
      *    FROM WHERE THE LAST ONE STOOD; PAST THE END WHEN NONE
       NEXT-DEBIT-LEG.
           PERFORM UNTIL WS-DEBIT-IDX > WS-LEG-COUNT
               IF WS-LEG-SIDE(WS-DEBIT-IDX) = "D"
                   AND WS-LEG-LEFT(WS-DEBIT-IDX) > 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DEBIT-IDX
           END-PERFORM
           .

       NEXT-CREDIT-LEG.
           PERFORM UNTIL WS-CREDIT-IDX > WS-LEG-COUNT
               IF WS-LEG-SIDE(WS-CREDIT-IDX) = "C"
                   AND WS-LEG-LEFT(WS-CREDIT-IDX) > 0
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CREDIT-IDX
           END-PERFORM
           .

      *    THE SMALLER OF WHAT THE TWO LEGS HAVE LEFT MOVES FROM THE
      *    DEBIT ACCOUNT TO THE CREDIT ACCOUNT; WHICHEVER LEG IS USED
      *    UP GIVES WAY TO THE NEXT ONE ON ITS SIDE
       POST-ONE-PAIR.
           MOVE WS-LEG-ACCOUNT(WS-DEBIT-IDX) TO WS-POST-FROM
           MOVE WS-LEG-ACCOUNT(WS-CREDIT-IDX) TO WS-POST-TO
           IF WS-LEG-LEFT(WS-DEBIT-IDX) < WS-LEG-LEFT(WS-CREDIT-IDX)
               MOVE WS-LEG-LEFT(WS-DEBIT-IDX) TO WS-POST-AMOUNT
           ELSE
               MOVE WS-LEG-LEFT(WS-CREDIT-IDX) TO WS-POST-AMOUNT
           END-IF
           SUBTRACT WS-POST-AMOUNT FROM WS-LEG-LEFT(WS-DEBIT-IDX)
           SUBTRACT WS-POST-AMOUNT FROM WS-LEG-LEFT(WS-CREDIT-IDX)
           PERFORM POST-ONE-TRANSFER
           PERFORM NEXT-DEBIT-LEG
           PERFORM NEXT-CREDIT-LEG
           .

       POST-ONE-TRANSFER.
           MOVE WS-POST-FROM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-POST-FAILURES
               NOT INVALID KEY
                   SUBTRACT WS-POST-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNT-STATUS NOT = "00"
                       ADD 1 TO WS-POST-FAILURES
                   END-IF
           END-READ
           MOVE WS-POST-TO TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-POST-FAILURES
               NOT INVALID KEY
                   ADD WS-POST-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNT-STATUS NOT = "00"
                       ADD 1 TO WS-POST-FAILURES
                   END-IF
           END-READ

           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE WS-POST-FROM TO FROM-ACCOUNT
           MOVE WS-POST-TO TO TO-ACCOUNT
           MOVE WS-POST-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "GLJE:" WS-ENTRY-ID "/RSN:" WS-ENTRY-REASON
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE WS-REVIEWER-ID TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING JOURNAL POSTING - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
               ADD 1 TO WS-POST-FAILURES
           END-IF

           ADD 1 TO WS-POSTING-COUNT
           INITIALIZE GL-JOURNAL-RECORD
           MOVE WS-ENTRY-ID TO GLJ-ID
           COMPUTE GLJ-LINE = 100 + WS-POSTING-COUNT
           MOVE "P" TO GLJ-ROW-TYPE
           MOVE WS-POST-FROM TO GLJ-P-FROM-ACCOUNT
           MOVE WS-POST-TO TO GLJ-P-TO-ACCOUNT
           MOVE WS-POST-AMOUNT TO GLJ-P-AMOUNT
           MOVE TRANSACTION-REF TO GLJ-P-REF
           WRITE GL-JOURNAL-RECORD
           MOVE WS-POST-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "  REF " TRANSACTION-REF "  " WS-POST-FROM " -> "
               WS-POST-TO " " WS-AMOUNT-DISPLAY
           .

      *================================================================
      *    JOURNAL REGISTER
      *================================================================
      *    AN ENTRY IS IN THE REGISTER WHEN IT WAS ENTERED OR
      *    DECIDED IN THE RANGE; IT COUNTS AS ENTERED IF IT WAS
      *    ENTERED THEN AND AS APPROVED, REJECTED OR EXPIRED IF
      *    THAT WAS DECIDED THEN
       JOURNAL-REGISTER.
           DISPLAY "FROM DATE (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           DISPLAY "TO DATE   (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-FROM-DATE = 0
               MOVE WS-TODAY-DATE TO WS-FROM-DATE
           END-IF
           IF WS-TO-DATE = 0
               MOVE WS-TODAY-DATE TO WS-TO-DATE
           END-IF
           MOVE 0 TO WS-ENTERED-COUNT
           MOVE 0 TO WS-APPROVED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT
           MOVE 0 TO WS-EXPIRED-COUNT
           MOVE 0 TO WS-PENDING-COUNT
           MOVE 0 TO WS-APPROVED-TOTAL
           MOVE "N" TO WS-IN-RANGE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "GL JOURNAL REGISTER - " WS-FROM-DATE " TO "
               WS-TO-DATE "   PRINTED " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ENTRY   STATUS   RSN           AMOUNT  ENTERED BY"
               "  ON        DECIDED BY  ON"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-JOURNAL-EOF
           MOVE LOW-VALUES TO GLJ-KEY
           START JOURNAL-FILE KEY >= GLJ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-JOURNAL-EOF
           END-START
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       EVALUATE GLJ-ROW-TYPE
                           WHEN "H"
                               PERFORM REGISTER-HEADER
                           WHEN OTHER
                               IF WS-IN-RANGE = "Y"
                                   PERFORM REGISTER-DETAIL
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ENTERED   " WS-ENTERED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-APPROVED-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED  " WS-APPROVED-COUNT "   POSTED "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "REJECTED  " WS-REJECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXPIRED   " WS-EXPIRED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "STILL PENDING (ENTERED IN RANGE) "
               WS-PENDING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "ENTERED " WS-ENTERED-COUNT "  APPROVED "
               WS-APPROVED-COUNT "  REJECTED " WS-REJECTED-COUNT
               "  EXPIRED " WS-EXPIRED-COUNT
           DISPLAY "SEE 02_BANKING/gl_journal_register.txt"
           .

       REGISTER-HEADER.
           MOVE "N" TO WS-IN-RANGE
           IF GLJ-H-ENTERED-DATE >= WS-FROM-DATE
               AND GLJ-H-ENTERED-DATE <= WS-TO-DATE
               MOVE "Y" TO WS-IN-RANGE
               ADD 1 TO WS-ENTERED-COUNT
               IF GLJ-H-STATUS = "P"
                   ADD 1 TO WS-PENDING-COUNT
               END-IF
           END-IF
           IF GLJ-H-STATUS NOT = "P"
               AND GLJ-H-DECIDED-DATE >= WS-FROM-DATE
               AND GLJ-H-DECIDED-DATE <= WS-TO-DATE
               MOVE "Y" TO WS-IN-RANGE
               EVALUATE GLJ-H-STATUS
                   WHEN "A"
                       ADD 1 TO WS-APPROVED-COUNT
                       ADD GLJ-H-TOTAL TO WS-APPROVED-TOTAL
                   WHEN "R"
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN "X"
                       ADD 1 TO WS-EXPIRED-COUNT
               END-EVALUATE
           END-IF
           IF WS-IN-RANGE = "N"
               EXIT PARAGRAPH
           END-IF
           EVALUATE GLJ-H-STATUS
               WHEN "P"
                   MOVE "PENDING" TO WS-STATUS-WORD
               WHEN "A"
                   MOVE "APPROVED" TO WS-STATUS-WORD
               WHEN "R"
                   MOVE "REJECTED" TO WS-STATUS-WORD
               WHEN "X"
                   MOVE "EXPIRED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE GLJ-H-STATUS TO WS-STATUS-WORD
           END-EVALUATE
           MOVE GLJ-H-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF GLJ-H-STATUS = "P"
               STRING GLJ-ID "  " WS-STATUS-WORD " " GLJ-H-REASON " "
                   WS-AMOUNT-DISPLAY "  " GLJ-H-ENTERED-BY "  "
                   GLJ-H-ENTERED-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING GLJ-ID "  " WS-STATUS-WORD " " GLJ-H-REASON " "
                   WS-AMOUNT-DISPLAY "  " GLJ-H-ENTERED-BY "  "
                   GLJ-H-ENTERED-DATE "  " GLJ-H-DECIDED-BY "  "
                   GLJ-H-DECIDED-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "        " GLJ-H-NARRATIVE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       REGISTER-DETAIL.
           MOVE SPACES TO REPORT-LINE
           EVALUATE GLJ-ROW-TYPE
               WHEN "L"
                   MOVE GLJ-L-AMOUNT TO WS-AMOUNT-DISPLAY
                   IF GLJ-L-SIDE = "D"
                       STRING "        DR " GLJ-L-ACCOUNT "  "
                           WS-AMOUNT-DISPLAY "  " GLJ-L-MEMO
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING "        CR " GLJ-L-ACCOUNT "  "
                           WS-AMOUNT-DISPLAY "  " GLJ-L-MEMO
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
               WHEN "P"
                   MOVE GLJ-P-AMOUNT TO WS-AMOUNT-DISPLAY
                   STRING "        POSTED REF " GLJ-P-REF "  "
                       GLJ-P-FROM-ACCOUNT " -> " GLJ-P-TO-ACCOUNT
                       "  " WS-AMOUNT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           .

       END PROGRAM GL-JOURNAL-APPROVAL.
