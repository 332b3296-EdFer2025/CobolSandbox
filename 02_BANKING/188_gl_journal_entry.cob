       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-ENTRY.

      *    THE MAKER'S HALF OF A MANUAL GENERAL-LEDGER JOURNAL: FINANCE
      *    MOVES MONEY BETWEEN THE BANK'S OWN CONTROL ACCOUNTS HERE -
      *    A SUSPENSE AMOUNT RECLASSIFIED INTO FEE INCOME, AN ACCRUAL
      *    PUT RIGHT - AS A BALANCED ENTRY OF UP TO 20 DEBIT AND
      *    CREDIT LEGS WITH A REASON CODE AND A NARRATIVE, INSTEAD OF
      *    OVERWRITING A BALANCE IN BANKING WITH NO OTHER SIDE.
      *
      *    ONLY AN ACTIVE ACCOUNT ON THE CHART OF ACCOUNTS
      *    (gl_chart.dat) THAT IS ON THE LEDGER CAN BE USED, AND AN
      *    ENTRY IS ONLY ACCEPTED WHEN ITS DEBITS AND CREDITS AGREE.
      *    NOTHING POSTS HERE: THE ENTRY IS FILED PENDING IN
      *    gl_journal.dat (GL-JOURNAL-RECORD.cpy) AND POSTS ONLY WHEN
      *    A DIFFERENT SUPERVISOR APPROVES IT IN GL-JOURNAL-APPROVAL
      *    (189_gl_journal_approval.cob) - THE SAME TWO-PERSON RULE
      *    AS PARAMETER-MAINTENANCE AND PARAMETER-APPROVAL.
      *
      *    THE MAKER SIGNS ON WITH ID AND PIN UNDER THE TELLER
      *    WINDOW'S LOCK-OUT RULES, SO THE NAME ON THE ENTRY IS ONE
      *    THE APPROVAL DESK CAN TRUST WHEN IT REFUSES SELF-APPROVAL.

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

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
           COPY "GL-JOURNAL-RECORD.cpy".

       FD GL-CHART-FILE.
           COPY "GL-ACCOUNT-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-CHART-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-JOURNAL-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CURRENT-TIME PIC 9(8).
       01 WS-MAKER-ID PIC X(10).
       01 WS-MAKER-PIN PIC 9(4).
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-TELLER-MAX-FAILS PIC 9 VALUE 3.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-NEXT-JOURNAL-ID PIC 9(6) VALUE 1.
       01 WS-VIEW-ID PIC 9(6).
       01 WS-ROW-COUNT PIC 9(5).

      *    THE ENTRY BEING KEYED - NOTHING IS WRITTEN UNTIL IT
      *    BALANCES AND THE MAKER CONFIRMS IT
       01 WS-MAX-LEGS PIC 9(3) VALUE 20.
       01 WS-REASON PIC X(4).
       01 WS-NARRATIVE PIC X(60).
       01 WS-LEG-COUNT PIC 9(3) VALUE 0.
       01 WS-LEG-TABLE.
           05 WS-LEG OCCURS 20 TIMES.
               10 WS-LEG-ACCOUNT PIC 9(9).
               10 WS-LEG-SIDE PIC X.
               10 WS-LEG-AMOUNT PIC 9(7)V99.
               10 WS-LEG-MEMO PIC X(30).
       01 WS-LEG-IDX PIC 9(3).
       01 WS-IN-ACCOUNT PIC 9(9).
       01 WS-IN-SIDE PIC X.
       01 WS-IN-AMOUNT PIC 9(7)V99.
       01 WS-IN-MEMO PIC X(30).
       01 WS-LEG-OK PIC X.
       01 WS-KEYING-DONE PIC X.
       01 WS-DEBIT-TOTAL PIC 9(9)V99.
       01 WS-CREDIT-TOTAL PIC 9(9)V99.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-DEBIT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDIT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.

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
               DISPLAY "*** NO TELLER MASTER ON FILE - A JOURNAL "
                   "ENTRY NEEDS A VERIFIED SIGN-ON ***"
               STOP RUN
           END-IF
           DISPLAY "TELLER ID:                     "
               WITH NO ADVANCING
           ACCEPT WS-MAKER-ID
           DISPLAY "PIN:                           "
               WITH NO ADVANCING
           ACCEPT WS-MAKER-PIN
           PERFORM VERIFY-MAKER
           CLOSE TELLER-FILE
           IF WS-SIGNON-OK = "N"
               DISPLAY "SIGN-ON FAILED - SESSION ENDED"
               STOP RUN
           END-IF

           OPEN INPUT GL-CHART-FILE
           IF WS-CHART-STATUS NOT = "00"
               DISPLAY "*** NO CHART OF ACCOUNTS ON FILE - SET IT UP "
                   "IN GL-CHART-MAINTENANCE FIRST ***"
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - "
                   "STATUS: " WS-ACCOUNT-STATUS " ***"
               CLOSE GL-CHART-FILE
               STOP RUN
           END-IF
           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN I-O JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE JOURNAL FILE - "
                   "STATUS: " WS-JOURNAL-STATUS " ***"
               CLOSE GL-CHART-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           PERFORM SEED-NEXT-JOURNAL-ID

           PERFORM UNTIL WS-OPTION = 4
               DISPLAY " "
               DISPLAY "---GL JOURNAL ENTRY---"
               DISPLAY "    1. ENTER A JOURNAL ENTRY"
               DISPLAY "    2. LIST ENTRIES WAITING FOR APPROVAL"
               DISPLAY "    3. VIEW ONE ENTRY"
               DISPLAY "    4. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ENTER-JOURNAL
                   WHEN 2
                       PERFORM LIST-PENDING-ENTRIES
                   WHEN 3
                       PERFORM VIEW-ONE-ENTRY
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE JOURNAL-FILE
           CLOSE GL-CHART-FILE
           CLOSE ACCOUNT-FILE
           DISPLAY "GL JOURNAL ENTRY ENDED"
           STOP RUN.

      *    THE SAME DISCIPLINE AS THE TELLER WINDOW: A LOCKED ID IS
      *    REFUSED OUTRIGHT, A WRONG PIN BUMPS THE FAIL COUNT AND
      *    LOCKS THE ID AT THE CONFIGURED LIMIT.
       VERIFY-MAKER.
           MOVE WS-MAKER-ID TO TELLER-ID
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
               WHEN TELLER-PIN NOT = WS-MAKER-PIN
                   ADD 1 TO TELLER-FAIL-COUNT
                   IF TELLER-FAIL-COUNT >= WS-TELLER-MAX-FAILS
                       MOVE "Y" TO TELLER-LOCKED
                       DISPLAY "WRONG PIN - THIS ID IS NOW LOCKED"
                   ELSE
                       DISPLAY "WRONG PIN"
                   END-IF
                   REWRITE TELLER-RECORD
               WHEN OTHER
                   MOVE 0 TO TELLER-FAIL-COUNT
                   REWRITE TELLER-RECORD
                   MOVE "Y" TO WS-SIGNON-OK
           END-EVALUATE
           .

       SEED-NEXT-JOURNAL-ID.
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
                       IF GLJ-ID >= WS-NEXT-JOURNAL-ID
                           COMPUTE WS-NEXT-JOURNAL-ID = GLJ-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       ENTER-JOURNAL.
           DISPLAY "REASON CODE (RCLS/ACCR/CORR/WOFF/OTHR): "
               WITH NO ADVANCING
           ACCEPT WS-REASON
           MOVE FUNCTION UPPER-CASE(WS-REASON) TO WS-REASON
           IF WS-REASON NOT = "RCLS" AND WS-REASON NOT = "ACCR"
               AND WS-REASON NOT = "CORR" AND WS-REASON NOT = "WOFF"
               AND WS-REASON NOT = "OTHR"
               DISPLAY "UNKNOWN REASON CODE - ENTRY ABANDONED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NARRATIVE: " WITH NO ADVANCING
           ACCEPT WS-NARRATIVE
           IF WS-NARRATIVE = SPACES
               DISPLAY "A NARRATIVE IS REQUIRED - ENTRY ABANDONED"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-LEG-COUNT
           MOVE 0 TO WS-DEBIT-TOTAL
           MOVE 0 TO WS-CREDIT-TOTAL
           MOVE "N" TO WS-KEYING-DONE
           DISPLAY "KEY THE LEGS - ACCOUNT 0 WHEN DONE"
           PERFORM UNTIL WS-KEYING-DONE = "Y"
               PERFORM KEY-ONE-LEG
           END-PERFORM

           IF WS-LEG-COUNT = 0
               DISPLAY "NO LEGS KEYED - ENTRY ABANDONED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-DISPLAY
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-DISPLAY
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               DISPLAY "*** OUT OF BALANCE - DEBITS "
                   FUNCTION TRIM(WS-DEBIT-DISPLAY) " CREDITS "
                   FUNCTION TRIM(WS-CREDIT-DISPLAY)
                   " - ENTRY ABANDONED ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-DEBIT-TOTAL = 0
               DISPLAY "AN ENTRY NEEDS AT LEAST ONE DEBIT AND ONE "
                   "CREDIT - ENTRY ABANDONED"
               EXIT PARAGRAPH
           END-IF

           DISPLAY " "
           DISPLAY "ENTRY " WS-NEXT-JOURNAL-ID "  " WS-REASON "  "
               FUNCTION TRIM(WS-NARRATIVE)
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT
               MOVE WS-LEG-AMOUNT(WS-LEG-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "  " WS-LEG-ACCOUNT(WS-LEG-IDX) " "
                   WS-LEG-SIDE(WS-LEG-IDX) " " WS-AMOUNT-DISPLAY "  "
                   WS-LEG-MEMO(WS-LEG-IDX)
           END-PERFORM
           DISPLAY "  BALANCED AT " FUNCTION TRIM(WS-DEBIT-DISPLAY)
           DISPLAY "FILE FOR APPROVAL? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ENTRY ABANDONED - NOTHING FILED"
               EXIT PARAGRAPH
           END-IF
           PERFORM FILE-JOURNAL
           .

      *    A LEG IS REFUSED (AND KEYED AGAIN) RATHER THAN THE WHOLE
      *    ENTRY ABANDONED; ACCOUNT 0 ENDS THE KEYING
       KEY-ONE-LEG.
           IF WS-LEG-COUNT >= WS-MAX-LEGS
               DISPLAY "THE ENTRY IS FULL AT " WS-MAX-LEGS " LEGS"
               MOVE "Y" TO WS-KEYING-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-DISPLAY
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-DISPLAY
           DISPLAY "  DEBITS " FUNCTION TRIM(WS-DEBIT-DISPLAY)
               "  CREDITS " FUNCTION TRIM(WS-CREDIT-DISPLAY)
           COMPUTE WS-LEG-IDX = WS-LEG-COUNT + 1
           DISPLAY "LEG " WS-LEG-IDX " GL ACCOUNT: "
               WITH NO ADVANCING
           ACCEPT WS-IN-ACCOUNT
           IF WS-IN-ACCOUNT = 0
               MOVE "Y" TO WS-KEYING-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-GL-ACCOUNT
           IF WS-LEG-OK = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  DEBIT OR CREDIT (D/C):      " WITH NO ADVANCING
           ACCEPT WS-IN-SIDE
           MOVE FUNCTION UPPER-CASE(WS-IN-SIDE) TO WS-IN-SIDE
           IF WS-IN-SIDE NOT = "D" AND WS-IN-SIDE NOT = "C"
               DISPLAY "  D OR C ONLY - LEG NOT TAKEN"
               EXIT PARAGRAPH
           END-IF
      *    ONE ACCOUNT ON BOTH SIDES WOULD PAIR OFF INTO A POSTING
      *    FROM AN ACCOUNT TO ITSELF
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT
               IF WS-LEG-ACCOUNT(WS-LEG-IDX) = WS-IN-ACCOUNT
                   AND WS-LEG-SIDE(WS-LEG-IDX) NOT = WS-IN-SIDE
                   MOVE "N" TO WS-LEG-OK
               END-IF
           END-PERFORM
           IF WS-LEG-OK = "N"
               DISPLAY "  THIS ACCOUNT IS ALREADY ON THE OTHER SIDE "
                   "OF THE ENTRY - NET IT INSTEAD"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  AMOUNT:                     " WITH NO ADVANCING
           ACCEPT WS-IN-AMOUNT
           IF WS-IN-AMOUNT = 0
               DISPLAY "  A LEG NEEDS AN AMOUNT - LEG NOT TAKEN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  LEG MEMO:                   " WITH NO ADVANCING
           ACCEPT WS-IN-MEMO

           ADD 1 TO WS-LEG-COUNT
           MOVE WS-IN-ACCOUNT TO WS-LEG-ACCOUNT(WS-LEG-COUNT)
           MOVE WS-IN-SIDE TO WS-LEG-SIDE(WS-LEG-COUNT)
           MOVE WS-IN-AMOUNT TO WS-LEG-AMOUNT(WS-LEG-COUNT)
           MOVE WS-IN-MEMO TO WS-LEG-MEMO(WS-LEG-COUNT)
           IF WS-IN-SIDE = "D"
               ADD WS-IN-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-IN-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           .

      *    A JOURNAL MAY ONLY TOUCH THE BANK'S OWN BOOKS: AN ACTIVE
      *    CHART ROW WHOSE ACCOUNT IS ON THE LEDGER AS A CONTROL
      *    ACCOUNT - NEVER A CUSTOMER'S BALANCE
       CHECK-GL-ACCOUNT.
           MOVE "Y" TO WS-LEG-OK
           MOVE WS-IN-ACCOUNT TO GLA-NUMBER
           READ GL-CHART-FILE
               INVALID KEY
                   DISPLAY "  " WS-IN-ACCOUNT " IS NOT ON THE CHART "
                       "OF ACCOUNTS - LEG NOT TAKEN"
                   MOVE "N" TO WS-LEG-OK
                   EXIT PARAGRAPH
           END-READ
           IF GLA-ACTIVE NOT = "Y"
               DISPLAY "  " WS-IN-ACCOUNT " IS INACTIVE ON THE CHART "
                   "- LEG NOT TAKEN"
               MOVE "N" TO WS-LEG-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "  " WS-IN-ACCOUNT " IS NOT ON THE LEDGER "
                       "- RUN CONTROL-ACCOUNT-SETUP - LEG NOT TAKEN"
                   MOVE "N" TO WS-LEG-OK
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-TYPE NOT = "G"
               DISPLAY "  " WS-IN-ACCOUNT " IS NOT A CONTROL ACCOUNT "
                   "- LEG NOT TAKEN"
               MOVE "N" TO WS-LEG-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  " FUNCTION TRIM(GLA-TITLE)
           .

       FILE-JOURNAL.
           INITIALIZE GL-JOURNAL-RECORD
           MOVE WS-NEXT-JOURNAL-ID TO GLJ-ID
           MOVE 0 TO GLJ-LINE
           MOVE "H" TO GLJ-ROW-TYPE
           MOVE "P" TO GLJ-H-STATUS
           MOVE WS-REASON TO GLJ-H-REASON
           MOVE WS-NARRATIVE TO GLJ-H-NARRATIVE
           MOVE WS-LEG-COUNT TO GLJ-H-LEG-COUNT
           MOVE WS-DEBIT-TOTAL TO GLJ-H-TOTAL
           MOVE WS-MAKER-ID TO GLJ-H-ENTERED-BY
           MOVE WS-TODAY-DATE TO GLJ-H-ENTERED-DATE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO GLJ-H-ENTERED-TIME
           MOVE SPACES TO GLJ-H-DECIDED-BY
           MOVE 0 TO GLJ-H-DECIDED-DATE
           MOVE 0 TO GLJ-H-POSTING-COUNT
           WRITE GL-JOURNAL-RECORD
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR FILING THE ENTRY - STATUS: "
                   WS-JOURNAL-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LEG-IDX FROM 1 BY 1
               UNTIL WS-LEG-IDX > WS-LEG-COUNT
               INITIALIZE GL-JOURNAL-RECORD
               MOVE WS-NEXT-JOURNAL-ID TO GLJ-ID
               MOVE WS-LEG-IDX TO GLJ-LINE
               MOVE "L" TO GLJ-ROW-TYPE
               MOVE WS-LEG-ACCOUNT(WS-LEG-IDX) TO GLJ-L-ACCOUNT
               MOVE WS-LEG-SIDE(WS-LEG-IDX) TO GLJ-L-SIDE
               MOVE WS-LEG-AMOUNT(WS-LEG-IDX) TO GLJ-L-AMOUNT
               MOVE WS-LEG-MEMO(WS-LEG-IDX) TO GLJ-L-MEMO
               WRITE GL-JOURNAL-RECORD
           END-PERFORM
           DISPLAY "ENTRY " WS-NEXT-JOURNAL-ID " FILED - IT POSTS "
               "WHEN ANOTHER SUPERVISOR APPROVES IT"
           ADD 1 TO WS-NEXT-JOURNAL-ID
           .

       LIST-PENDING-ENTRIES.
           DISPLAY "ENTRY   RSN           AMOUNT  BY         ON"
               "        NARRATIVE"
           MOVE 0 TO WS-ROW-COUNT
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
                           ADD 1 TO WS-ROW-COUNT
                           MOVE GLJ-H-TOTAL TO WS-AMOUNT-DISPLAY
                           DISPLAY GLJ-ID "  " GLJ-H-REASON " "
                               WS-AMOUNT-DISPLAY "  "
                               GLJ-H-ENTERED-BY " "
                               GLJ-H-ENTERED-DATE "  "
                               GLJ-H-NARRATIVE(1:30)
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-ROW-COUNT " ENTRIES WAITING FOR APPROVAL"
           .

       VIEW-ONE-ENTRY.
           DISPLAY "ENTRY NUMBER:                  " WITH NO ADVANCING
           ACCEPT WS-VIEW-ID
           MOVE WS-VIEW-ID TO GLJ-ID
           MOVE 0 TO GLJ-LINE
           READ JOURNAL-FILE
               INVALID KEY
                   DISPLAY "ENTRY " WS-VIEW-ID " IS NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ
           MOVE GLJ-H-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY "ENTRY " GLJ-ID "  STATUS " GLJ-H-STATUS
               "  REASON " GLJ-H-REASON "  TOTAL "
               FUNCTION TRIM(WS-AMOUNT-DISPLAY)
           DISPLAY "  " FUNCTION TRIM(GLJ-H-NARRATIVE)
           DISPLAY "  ENTERED BY " GLJ-H-ENTERED-BY " ON "
               GLJ-H-ENTERED-DATE
           IF GLJ-H-STATUS NOT = "P"
               DISPLAY "  DECIDED BY " GLJ-H-DECIDED-BY " ON "
                   GLJ-H-DECIDED-DATE
           END-IF
           MOVE "N" TO WS-JOURNAL-EOF
           PERFORM UNTIL WS-JOURNAL-EOF = "Y"
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-JOURNAL-EOF
                   NOT AT END
                       IF GLJ-ID NOT = WS-VIEW-ID
                           MOVE "Y" TO WS-JOURNAL-EOF
                       ELSE
                           PERFORM DISPLAY-ENTRY-ROW
                       END-IF
               END-READ
           END-PERFORM
           .

       DISPLAY-ENTRY-ROW.
           EVALUATE GLJ-ROW-TYPE
               WHEN "L"
                   MOVE GLJ-L-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "  LEG " GLJ-LINE "  " GLJ-L-ACCOUNT " "
                       GLJ-L-SIDE " " WS-AMOUNT-DISPLAY "  "
                       GLJ-L-MEMO
               WHEN "P"
                   MOVE GLJ-P-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "  POSTED REF " GLJ-P-REF "  "
                       GLJ-P-FROM-ACCOUNT " -> " GLJ-P-TO-ACCOUNT
                       " " WS-AMOUNT-DISPLAY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       END PROGRAM GL-JOURNAL-ENTRY.
