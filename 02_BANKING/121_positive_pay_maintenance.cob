       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY-MAINTENANCE.

      *    MAINTENANCE SCREEN FOR POSITIVE PAY: ENROLLS A BUSINESS
      *    CHECKING ACCOUNT (OR SUSPENDS IT), LISTS AN ACCOUNT'S
      *    EXCEPTION QUEUE, AND RECORDS THE CUSTOMER'S PAY/RETURN
      *    DECISION ON AN OPEN ITEM. A "PAY" DECISION ALSO PUTS THE
      *    NUMBER ON THE CHECK REGISTER IF THE CUSTOMER NEVER LISTED
      *    IT, SO THE ITEM CAN BE HONORED WHEN PRESENTED AGAIN; A
      *    "RETURN" IS CLOSED BY THE NIGHTLY POSITIVE-PAY-EXCEPTIONS
      *    STEP. ENROLLMENTS ARE SUSPENDED, NOT DELETED, SO AN OLD
      *    EXCEPTION CAN ALWAYS BE EXPLAINED.

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

           SELECT CHECK-FILE
               ASSIGN TO "02_BANKING/check_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT PPAY-ENROLL-FILE
               ASSIGN TO "02_BANKING/positive_pay_enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPE-ACCOUNT
               FILE STATUS IS WS-PPAY-ENROLL-STATUS.

           SELECT PPAY-EXCEPTION-FILE
               ASSIGN TO "02_BANKING/positive_pay_exceptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-KEY
               FILE STATUS IS WS-PPAY-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CHECK-FILE.
           COPY "CHECK-RECORD.cpy".

       FD PPAY-ENROLL-FILE.
           COPY "POSITIVE-PAY-ENROLL-RECORD.cpy".

       FD PPAY-EXCEPTION-FILE.
           COPY "POSITIVE-PAY-EXCEPTION-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CHECK-STATUS PIC XX.
       01 WS-PPAY-ENROLL-STATUS PIC XX.
       01 WS-PPAY-EXCEPTION-STATUS PIC XX.
       01 WS-EXCEPTION-FILE-EOF PIC X VALUE "N".
       01 WS-OPTION PIC 9.
       01 WS-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LIST-ACCOUNT PIC 9(9).
       01 WS-DECISION PIC X.
       01 WS-OPERATOR-ID PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O PPAY-ENROLL-FILE
           IF WS-PPAY-ENROLL-STATUS = "35"
               OPEN OUTPUT PPAY-ENROLL-FILE
               CLOSE PPAY-ENROLL-FILE
               OPEN I-O PPAY-ENROLL-FILE
           END-IF
           OPEN I-O PPAY-EXCEPTION-FILE
           IF WS-PPAY-EXCEPTION-STATUS = "35"
               OPEN OUTPUT PPAY-EXCEPTION-FILE
               CLOSE PPAY-EXCEPTION-FILE
               OPEN I-O PPAY-EXCEPTION-FILE
           END-IF
           OPEN I-O CHECK-FILE
           IF WS-CHECK-STATUS = "35"
               OPEN OUTPUT CHECK-FILE
               CLOSE CHECK-FILE
               OPEN I-O CHECK-FILE
           END-IF
           IF WS-PPAY-ENROLL-STATUS NOT = "00"
               OR WS-PPAY-EXCEPTION-STATUS NOT = "00"
               OR WS-CHECK-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN POSITIVE PAY FILES - "
                   "STATUS: " WS-PPAY-ENROLL-STATUS "/"
                   WS-PPAY-EXCEPTION-STATUS "/" WS-CHECK-STATUS
                   " ***"
               STOP RUN
           END-IF
           DISPLAY "OPERATOR ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           PERFORM UNTIL WS-OPTION = 5
               DISPLAY " "
               DISPLAY "POSITIVE PAY MAINTENANCE - SELECT AN OPTION:"
               DISPLAY "   1. ENROLL ACCOUNT"
               DISPLAY "   2. SUSPEND/RESUME ENROLLMENT"
               DISPLAY "   3. LIST EXCEPTIONS FOR AN ACCOUNT"
               DISPLAY "   4. RECORD CUSTOMER PAY/RETURN DECISION"
               DISPLAY "   5. TERMINATE"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ENROLL-ACCOUNT
                   WHEN 2
                       PERFORM TOGGLE-ENROLLMENT
                   WHEN 3
                       PERFORM LIST-ACCOUNT-EXCEPTIONS
                   WHEN 4
                       PERFORM RECORD-DECISION
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE ACCOUNT-FILE
           CLOSE PPAY-ENROLL-FILE
           CLOSE PPAY-EXCEPTION-FILE
           CLOSE CHECK-FILE
           STOP RUN.

       ENROLL-ACCOUNT.
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT PPE-ACCOUNT
           MOVE PPE-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " ACCOUNT-NUMBER " NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-TYPE NOT = "C"
               DISPLAY "POSITIVE PAY IS FOR CHECKING ACCOUNTS ONLY"
               EXIT PARAGRAPH
           END-IF
           READ PPAY-ENROLL-FILE
               INVALID KEY
                   MOVE "Y" TO PPE-ACTIVE
                   MOVE WS-TODAY-DATE TO PPE-ENROLLED-DATE
                   MOVE 0 TO PPE-LAST-LOAD-DATE
                   WRITE POSITIVE-PAY-ENROLL-RECORD
                   IF WS-PPAY-ENROLL-STATUS NOT = "00"
                       DISPLAY "*** I/O ERROR WRITING ENROLLMENT - "
                           "STATUS: " WS-PPAY-ENROLL-STATUS " ***"
                   ELSE
                       DISPLAY "ACCOUNT " PPE-ACCOUNT " ENROLLED - "
                           "LOAD ITS ISSUE FILE BEFORE CHECKS ARE "
                           "PRESENTED"
                   END-IF
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " PPE-ACCOUNT " IS ALREADY "
                       "ENROLLED"
           END-READ
           .

       TOGGLE-ENROLLMENT.
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT PPE-ACCOUNT
           READ PPAY-ENROLL-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " PPE-ACCOUNT " IS NOT ENROLLED"
               NOT INVALID KEY
                   DISPLAY "ACTIVE (Y/N):                  "
                       WITH NO ADVANCING
                   ACCEPT PPE-ACTIVE
                   REWRITE POSITIVE-PAY-ENROLL-RECORD
                   IF WS-PPAY-ENROLL-STATUS NOT = "00"
                       DISPLAY "*** I/O ERROR REWRITING ENROLLMENT - "
                           "STATUS: " WS-PPAY-ENROLL-STATUS " ***"
                   ELSE
                       DISPLAY "ENROLLMENT " PPE-ACCOUNT " UPDATED"
                   END-IF
           END-READ
           .

       LIST-ACCOUNT-EXCEPTIONS.
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT WS-LIST-ACCOUNT
           DISPLAY "CHECK  PRESENTED  ISSUED     RSN DEADLINE DEC "
               "STATUS"
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-EXCEPTION-FILE-EOF
           MOVE WS-LIST-ACCOUNT TO PPX-ACCOUNT
           MOVE 0 TO PPX-CHECK-NUMBER
           START PPAY-EXCEPTION-FILE KEY >= PPX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EXCEPTION-FILE-EOF
           END-START
           PERFORM UNTIL WS-EXCEPTION-FILE-EOF = "Y"
               READ PPAY-EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EXCEPTION-FILE-EOF
                   NOT AT END
                       IF PPX-ACCOUNT NOT = WS-LIST-ACCOUNT
                           MOVE "Y" TO WS-EXCEPTION-FILE-EOF
                       ELSE
                           DISPLAY PPX-CHECK-NUMBER " "
                               PPX-PRESENTED-AMOUNT " "
                               PPX-ISSUED-AMOUNT "  " PPX-REASON
                               "  " PPX-DEADLINE-DATE "  "
                               PPX-DECISION "   " PPX-STATUS
                           ADD 1 TO WS-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-ROW-COUNT " EXCEPTION(S) LISTED"
           .

      *    ONLY AN OPEN, UNDECIDED-OR-PAY ITEM CAN BE DECIDED - A
      *    RETURN IS FINAL ONCE GIVEN.
       RECORD-DECISION.
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT PPX-ACCOUNT
           DISPLAY "CHECK NUMBER:                  "
               WITH NO ADVANCING
           ACCEPT PPX-CHECK-NUMBER
           READ PPAY-EXCEPTION-FILE
               INVALID KEY
                   DISPLAY "NO POSITIVE PAY EXCEPTION FOR THAT CHECK"
                   EXIT PARAGRAPH
           END-READ
           IF PPX-STATUS NOT = "O" OR PPX-DECISION = "R"
               DISPLAY "THAT EXCEPTION IS ALREADY CLOSED OR RETURNED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PRESENTED " PPX-PRESENTED-AMOUNT " ISSUED "
               PPX-ISSUED-AMOUNT " REASON " PPX-REASON
           DISPLAY "PAY OR RETURN (P/R):           "
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           IF WS-DECISION NOT = "P" AND WS-DECISION NOT = "R"
               DISPLAY "DECISION MUST BE P OR R - NOTHING RECORDED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DECISION TO PPX-DECISION
           MOVE WS-TODAY-DATE TO PPX-DECISION-DATE
           MOVE WS-OPERATOR-ID TO PPX-DECIDED-BY
           REWRITE POSITIVE-PAY-EXCEPTION-RECORD
           IF WS-PPAY-EXCEPTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR RECORDING DECISION - STATUS: "
                   WS-PPAY-EXCEPTION-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-DECISION = "P"
               PERFORM REGISTER-APPROVED-CHECK
           END-IF
           DISPLAY "DECISION RECORDED FOR CHECK " PPX-CHECK-NUMBER
           .

       REGISTER-APPROVED-CHECK.
           MOVE PPX-ACCOUNT TO CHK-ACCOUNT
           MOVE PPX-CHECK-NUMBER TO CHK-NUMBER
           READ CHECK-FILE
               INVALID KEY
                   MOVE "I" TO CHK-STATUS
                   MOVE WS-TODAY-DATE TO CHK-ISSUED-DATE
                   MOVE 0 TO CHK-PAID-DATE
                   MOVE 0 TO CHK-PAID-REF
                   MOVE 0 TO CHK-AMOUNT
                   WRITE CHECK-RECORD
                   IF WS-CHECK-STATUS NOT = "00"
                       DISPLAY "*** I/O ERROR ADDING CHECK TO THE "
                           "REGISTER - STATUS: " WS-CHECK-STATUS
                           " ***"
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ
           .

       END PROGRAM POSITIVE-PAY-MAINTENANCE.
