       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY-SCREEN.

      *    REUSABLE SUBPROGRAM: SCREENS ONE PRESENTED CHECK AGAINST
      *    THE DRAWER'S POSITIVE PAY ISSUE FILE BEFORE IT IS PAID.
      *    BANKING'S PAY-CHECK PATH, THE BATCH IMPORT AND THE
      *    NIGHTLY INWARD-CLEARING RUN ALL CALL IT. LK-RESULT COMES
      *    BACK:
      *       "P" - PAY: THE ACCOUNT IS NOT ENROLLED, THE CHECK
      *             MATCHES THE ISSUE FILE, OR THE CUSTOMER HAS
      *             ALREADY SAID PAY FOR THIS EXACT AMOUNT
      *       "E" - DO NOT PAY: THE ITEM IS ON THE EXCEPTION QUEUE
      *             AWAITING THE CUSTOMER'S PAY/RETURN DECISION
      *
      *    A NEW EXCEPTION GETS A DEFAULT-RETURN DEADLINE OF THE
      *    PPAY-DECISION-DAYS PARAMETER IN BUSINESS DAYS (FALLBACK
      *    1). THE SAME ITEM PRESENTED AGAIN WHILE STILL OPEN IS NOT
      *    QUEUED TWICE. UNLIKE NSF-EVENT, TROUBLE OPENING THE
      *    EXCEPTION QUEUE FAILS CLOSED - AN ENROLLED CUSTOMER ASKED
      *    US NOT TO PAY WHAT WE CANNOT MATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPAY-ENROLL-FILE
               ASSIGN TO "02_BANKING/positive_pay_enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPE-ACCOUNT
               FILE STATUS IS WS-PPAY-ENROLL-STATUS.

           SELECT PPAY-ISSUE-FILE
               ASSIGN TO "02_BANKING/positive_pay_issues.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPI-KEY
               FILE STATUS IS WS-PPAY-ISSUE-STATUS.

           SELECT PPAY-EXCEPTION-FILE
               ASSIGN TO "02_BANKING/positive_pay_exceptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-KEY
               FILE STATUS IS WS-PPAY-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PPAY-ENROLL-FILE.
           COPY "POSITIVE-PAY-ENROLL-RECORD.cpy".

       FD PPAY-ISSUE-FILE.
           COPY "POSITIVE-PAY-ISSUE-RECORD.cpy".

       FD PPAY-EXCEPTION-FILE.
           COPY "POSITIVE-PAY-EXCEPTION-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PPAY-ENROLL-STATUS PIC XX.
       01 WS-PPAY-ISSUE-STATUS PIC XX.
       01 WS-PPAY-EXCEPTION-STATUS PIC XX.
       01 WS-ENROLLED PIC X.
      *SPACE WHEN THE CHECK MATCHES, OTHERWISE THE PPX-REASON CODE
       01 WS-MISMATCH-REASON PIC X.
       01 WS-ISSUED-AMOUNT PIC 9(7)V99.
       01 WS-EXCEPTION-ON-FILE PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DEADLINE-DATE PIC 9(8).
       01 WS-DEADLINE-INTEGER PIC 9(8).
       01 WS-BUSDAY-COUNT PIC 9(3).
       01 WS-BUSDAY-VALID PIC X.
       01 WS-BUSDAY-IS-BUSINESS PIC X.
      *BUSINESS DAYS THE CUSTOMER HAS TO DECIDE - FALLBACK
      *OVERRIDDEN BY THE PPAY-DECISION-DAYS PARAMETER ROW
       01 WS-DECISION-DAYS PIC 9(3) VALUE 1.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       LINKAGE SECTION.
       01 LK-ACCOUNT PIC 9(9).
       01 LK-CHECK-NUMBER PIC 9(6).
       01 LK-AMOUNT PIC 9(7)V99.
       01 LK-SOURCE PIC X.
       01 LK-RESULT PIC X.

       PROCEDURE DIVISION USING LK-ACCOUNT LK-CHECK-NUMBER LK-AMOUNT
           LK-SOURCE LK-RESULT.
       MAIN-LOGIC.
           MOVE "P" TO LK-RESULT
           PERFORM CHECK-ENROLLMENT
           IF WS-ENROLLED NOT = "Y"
               EXIT PROGRAM
           END-IF
           PERFORM MATCH-ISSUE-FILE

           OPEN I-O PPAY-EXCEPTION-FILE
           IF WS-PPAY-EXCEPTION-STATUS = "35"
               OPEN OUTPUT PPAY-EXCEPTION-FILE
               CLOSE PPAY-EXCEPTION-FILE
               OPEN I-O PPAY-EXCEPTION-FILE
           END-IF
           IF WS-PPAY-EXCEPTION-STATUS NOT = "00"
               IF WS-MISMATCH-REASON NOT = SPACE
                   DISPLAY "*** POSITIVE PAY EXCEPTION QUEUE I/O "
                       "ERROR - STATUS: " WS-PPAY-EXCEPTION-STATUS
                       " - CHECK NOT PAID ***"
                   MOVE "E" TO LK-RESULT
               END-IF
               EXIT PROGRAM
           END-IF

           MOVE LK-ACCOUNT TO PPX-ACCOUNT
           MOVE LK-CHECK-NUMBER TO PPX-CHECK-NUMBER
           READ PPAY-EXCEPTION-FILE
               INVALID KEY
                   MOVE "N" TO WS-EXCEPTION-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXCEPTION-ON-FILE
           END-READ

           EVALUATE TRUE
      *        THE CUSTOMER ALREADY SAID PAY - HONOR IT ONCE, FOR
      *        THE AMOUNT THEY APPROVED, AND CLOSE THE ITEM
               WHEN WS-EXCEPTION-ON-FILE = "Y" AND PPX-STATUS = "O"
                   AND PPX-DECISION = "P"
                   AND PPX-PRESENTED-AMOUNT = LK-AMOUNT
                   CALL "BUSINESS-DATE" USING WS-TODAY-DATE
                   MOVE "P" TO PPX-STATUS
                   MOVE WS-TODAY-DATE TO PPX-CLOSED-DATE
                   REWRITE POSITIVE-PAY-EXCEPTION-RECORD
               WHEN WS-MISMATCH-REASON = SPACE
                   CONTINUE
      *        STILL WAITING ON THE CUSTOMER - DO NOT QUEUE TWICE
               WHEN WS-EXCEPTION-ON-FILE = "Y" AND PPX-STATUS = "O"
                   MOVE "E" TO LK-RESULT
               WHEN OTHER
                   PERFORM QUEUE-EXCEPTION
                   MOVE "E" TO LK-RESULT
           END-EVALUATE
           CLOSE PPAY-EXCEPTION-FILE
           EXIT PROGRAM.

       CHECK-ENROLLMENT.
           MOVE "N" TO WS-ENROLLED
           OPEN INPUT PPAY-ENROLL-FILE
           IF WS-PPAY-ENROLL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ACCOUNT TO PPE-ACCOUNT
           READ PPAY-ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PPE-ACTIVE = "Y"
                       MOVE "Y" TO WS-ENROLLED
                   END-IF
           END-READ
           CLOSE PPAY-ENROLL-FILE
           .

      *    AN ENROLLED CUSTOMER WITH NO ISSUE FILE ON DISK HAS
      *    ISSUED NOTHING WE CAN MATCH, SO EVERY CHECK IS AN
      *    EXCEPTION.
       MATCH-ISSUE-FILE.
           MOVE "N" TO WS-MISMATCH-REASON
           MOVE 0 TO WS-ISSUED-AMOUNT
           OPEN INPUT PPAY-ISSUE-FILE
           IF WS-PPAY-ISSUE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ACCOUNT TO PPI-ACCOUNT
           MOVE LK-CHECK-NUMBER TO PPI-CHECK-NUMBER
           READ PPAY-ISSUE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PPI-AMOUNT TO WS-ISSUED-AMOUNT
                   EVALUATE TRUE
                       WHEN PPI-STATUS = "V"
                           MOVE "V" TO WS-MISMATCH-REASON
                       WHEN PPI-AMOUNT NOT = LK-AMOUNT
                           MOVE "A" TO WS-MISMATCH-REASON
                       WHEN OTHER
                           MOVE SPACE TO WS-MISMATCH-REASON
                   END-EVALUATE
           END-READ
           CLOSE PPAY-ISSUE-FILE
           .

      *    A CLOSED EXCEPTION FOR THE SAME NUMBER (AN ITEM RETURNED
      *    AND NOW PRESENTED AGAIN) IS REPLACED BY THE NEW ONE.
       QUEUE-EXCEPTION.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           PERFORM COMPUTE-DECISION-DEADLINE
           MOVE LK-ACCOUNT TO PPX-ACCOUNT
           MOVE LK-CHECK-NUMBER TO PPX-CHECK-NUMBER
           MOVE LK-AMOUNT TO PPX-PRESENTED-AMOUNT
           MOVE WS-ISSUED-AMOUNT TO PPX-ISSUED-AMOUNT
           MOVE WS-MISMATCH-REASON TO PPX-REASON
           MOVE LK-SOURCE TO PPX-SOURCE
           MOVE WS-TODAY-DATE TO PPX-PRESENTED-DATE
           MOVE WS-DEADLINE-DATE TO PPX-DEADLINE-DATE
           MOVE SPACE TO PPX-DECISION
           MOVE 0 TO PPX-DECISION-DATE
           MOVE SPACES TO PPX-DECIDED-BY
           MOVE "O" TO PPX-STATUS
           MOVE 0 TO PPX-CLOSED-DATE
           MOVE 0 TO PPX-PRESENTING-BANK
           MOVE SPACES TO PPX-ITEM-TRACE
           IF WS-EXCEPTION-ON-FILE = "Y"
               REWRITE POSITIVE-PAY-EXCEPTION-RECORD
           ELSE
               WRITE POSITIVE-PAY-EXCEPTION-RECORD
           END-IF
           IF WS-PPAY-EXCEPTION-STATUS NOT = "00"
               DISPLAY "*** FAILED TO QUEUE POSITIVE PAY EXCEPTION - "
                   "STATUS: " WS-PPAY-EXCEPTION-STATUS " ***"
           END-IF
           .

      *    SAME BUSINESS-DAY WALK AS BANKING'S
      *    COMPUTE-CHECK-RELEASE-DATE.
       COMPUTE-DECISION-DEADLINE.
           MOVE "PPAY-DECISION-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-DECISION-DAYS
           END-IF
           COMPUTE WS-DEADLINE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE WS-TODAY-DATE TO WS-DEADLINE-DATE
           MOVE 0 TO WS-BUSDAY-COUNT
           PERFORM UNTIL WS-BUSDAY-COUNT >= WS-DECISION-DAYS
               ADD 1 TO WS-DEADLINE-INTEGER
               COMPUTE WS-DEADLINE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DEADLINE-INTEGER)
               CALL "BUSINESS-DAY-CHECK" USING WS-DEADLINE-DATE
                   WS-BUSDAY-VALID WS-BUSDAY-IS-BUSINESS
               IF WS-BUSDAY-IS-BUSINESS = "Y"
                   ADD 1 TO WS-BUSDAY-COUNT
               END-IF
           END-PERFORM
           .

       END PROGRAM POSITIVE-PAY-SCREEN.
