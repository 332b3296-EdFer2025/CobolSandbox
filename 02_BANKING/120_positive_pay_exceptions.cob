       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY-EXCEPTIONS.

      *    NIGHTLY PASS OVER THE POSITIVE PAY EXCEPTION QUEUE
      *    (02_BANKING/positive_pay_exceptions.dat):
      *       - AN ITEM THE CUSTOMER SAID TO RETURN IS CLOSED AS
      *         RETURNED;
      *       - AN ITEM STILL UNDECIDED AFTER ITS DEADLINE IS
      *         RETURNED BY DEFAULT (DECISION "D") - THE SAFE
      *         ANSWER FOR A CHECK THE DRAWER NEVER LISTED;
      *       - AN ITEM THE CUSTOMER SAID TO PAY STAYS OPEN UNTIL
      *         IT IS PRESENTED AGAIN, WHEN POSITIVE-PAY-SCREEN
      *         LETS IT THROUGH AND CLOSES IT.
      *    AN INWARD CLEARING ITEM IS NEVER PRESENTED AGAIN, SO THIS
      *    RUN SETTLES IT: A PAY DECISION POSTS THE DEBIT AGAINST THE
      *    INWARD CLEARING CONTROL ACCOUNT THE WAY INWARD-CLEARING
      *    WOULD HAVE (REGISTER, STOP, FUNDS AND HOLDS STILL APPLY),
      *    AND A RETURN GOES BACK TO THE PRESENTING BANK ON THE
      *    CLEARING RETURN FILE.
      *    THEN PRINTS THE DAILY EXCEPTIONS REPORT, ONE SECTION PER
      *    CUSTOMER ACCOUNT: EVERY ITEM STILL OPEN, PRESENTED TODAY,
      *    OR CLOSED TODAY. THE QUEUE IS KEYED ON ACCOUNT + CHECK
      *    NUMBER, SO ONE SEQUENTIAL PASS ALREADY GROUPS IT.
      *
      *    RUNS AS AN END-OF-DAY STEP BEFORE THE DATE ROLL - GOBACK
      *    RETURNS TO THAT DRIVER WITH RETURN-CODE 0 (OK) OR 4
      *    (FAILED).

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

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT CHECK-FILE
               ASSIGN TO "02_BANKING/check_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PPAY-EXCEPTION-FILE
               ASSIGN TO "02_BANKING/positive_pay_exceptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-KEY
               FILE STATUS IS WS-PPAY-EXCEPTION-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "02_BANKING/clearing_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/positive_pay_exceptions_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD CHECK-FILE.
           COPY "CHECK-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD PPAY-EXCEPTION-FILE.
           COPY "POSITIVE-PAY-EXCEPTION-RECORD.cpy".

       FD RETURN-FILE.
           COPY "CLEARING-RETURN-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-CHECK-STATUS PIC XX.
       01 WS-RETURN-STATUS PIC XX.
       01 WS-RETURN-FILE-OPEN PIC X VALUE "N".
       01 WS-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-NET-SETTLED PIC S9(11)V99 VALUE 0.
       01 WS-RETURN-REASON PIC X(2).
      *    A DRAWER ACCOUNT UNDER A "NO DEBITS" RESTRICTION SENDS
      *    THE ITEM BACK AS "RS"
       01 WS-RESTRICT-DIRECTION PIC X VALUE "D".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).
       01 WS-ACTIVE-HOLDS-TOTAL PIC 9(7)V99.
       01 WS-NSF-INSTRUMENT PIC X(12).
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-PPAY-EXCEPTION-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EXCEPTION-FILE-EOF PIC X VALUE "N".
       01 WS-ACCOUNT-FILE-OPEN PIC X VALUE "N".
       01 WS-CUSTOMER-FILE-OPEN PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CURRENT-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-CUSTOMER-NAME PIC X(41).
       01 WS-RETURNED-COUNT PIC 9(7) VALUE 0.
       01 WS-DEFAULTED-COUNT PIC 9(7) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.
       01 WS-REASON-TEXT PIC X(12).
       01 WS-STATE-TEXT PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           OPEN I-O PPAY-EXCEPTION-FILE
           IF WS-PPAY-EXCEPTION-STATUS = "35"
               DISPLAY "POSITIVE PAY EXCEPTIONS: NO EXCEPTION QUEUE "
                   "ON DISK - NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PPAY-EXCEPTION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE POSITIVE PAY "
                   "EXCEPTION QUEUE - STATUS: "
                   WS-PPAY-EXCEPTION-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-FILE-OPEN
           END-IF
           OPEN I-O CHECK-FILE
           OPEN EXTEND RETURN-FILE
           IF WS-RETURN-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
           END-IF
           IF WS-RETURN-STATUS = "00"
               MOVE "Y" TO WS-RETURN-FILE-OPEN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-FILE-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "POSITIVE PAY EXCEPTIONS - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL WS-EXCEPTION-FILE-EOF = "Y"
               READ PPAY-EXCEPTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EXCEPTION-FILE-EOF
                   NOT AT END
                       PERFORM PROCESS-ONE-EXCEPTION
               END-READ
           END-PERFORM

           PERFORM SETTLE-CLEARING-ACCOUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-LISTED-COUNT " LISTED, " WS-RETURNED-COUNT
               " RETURNED ON DECISION, " WS-DEFAULTED-COUNT
               " RETURNED BY DEFAULT, " WS-OPEN-COUNT " STILL OPEN"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-PAID-COUNT " CLEARING ITEMS PAID ON DECISION, "
               "NET SETTLED " WS-NET-SETTLED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE PPAY-EXCEPTION-FILE
           CLOSE REPORT-FILE
           CLOSE CHECK-FILE
           IF WS-RETURN-FILE-OPEN = "Y"
               CLOSE RETURN-FILE
           END-IF
           IF WS-ACCOUNT-FILE-OPEN = "Y"
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-CUSTOMER-FILE-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           DISPLAY "POSITIVE PAY EXCEPTIONS COMPLETE - "
               WS-RETURNED-COUNT " RETURNED, " WS-DEFAULTED-COUNT
               " DEFAULTED, " WS-OPEN-COUNT " OPEN"
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       PROCESS-ONE-EXCEPTION.
           MOVE "PP" TO WS-RETURN-REASON
           IF PPX-STATUS = "O"
               EVALUATE TRUE
                   WHEN PPX-DECISION = "P" AND PPX-SOURCE = "C"
                       PERFORM PAY-CLEARING-ITEM
                   WHEN PPX-DECISION = "R"
                       PERFORM CLOSE-AS-RETURNED
                       IF WS-PPAY-EXCEPTION-STATUS = "00"
                           ADD 1 TO WS-RETURNED-COUNT
                       END-IF
                   WHEN PPX-DECISION = SPACE
                       AND PPX-DEADLINE-DATE < WS-TODAY-DATE
                       MOVE "D" TO PPX-DECISION
                       MOVE WS-TODAY-DATE TO PPX-DECISION-DATE
                       MOVE "DEFAULT" TO PPX-DECIDED-BY
                       PERFORM CLOSE-AS-RETURNED
                       IF WS-PPAY-EXCEPTION-STATUS = "00"
                           ADD 1 TO WS-DEFAULTED-COUNT
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-OPEN-COUNT
               END-EVALUATE
           END-IF
           IF PPX-STATUS = "O"
               OR PPX-PRESENTED-DATE = WS-TODAY-DATE
               OR PPX-CLOSED-DATE = WS-TODAY-DATE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .

      *    A CLEARING ITEM ALSO GOES BACK TO THE BANK THAT PRESENTED
      *    IT; A TELLER OR BATCH ITEM WAS NEVER PAID OUT, SO CLOSING
      *    THE ROW IS ALL THERE IS TO DO.
       CLOSE-AS-RETURNED.
           IF PPX-SOURCE = "C"
               PERFORM WRITE-CLEARING-RETURN
           END-IF
           MOVE "R" TO PPX-STATUS
           MOVE WS-TODAY-DATE TO PPX-CLOSED-DATE
           REWRITE POSITIVE-PAY-EXCEPTION-RECORD
           IF WS-PPAY-EXCEPTION-STATUS NOT = "00"
               DISPLAY "*** FAILED TO CLOSE EXCEPTION " PPX-ACCOUNT
                   "/" PPX-CHECK-NUMBER " - STATUS: "
                   WS-PPAY-EXCEPTION-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

      *    THE DRAWER SAID PAY, BUT EVERYTHING ELSE INWARD-CLEARING
      *    TESTS STILL HOLDS - A STOP PLACED SINCE, A CLOSED
      *    ACCOUNT, OR SHORT FUNDS SEND THE ITEM BACK INSTEAD.
       PAY-CLEARING-ITEM.
           MOVE SPACES TO WS-RETURN-REASON
           IF WS-ACCOUNT-FILE-OPEN NOT = "Y"
               DISPLAY "*** ACCOUNT FILE NOT OPEN - CLEARING ITEM "
                   PPX-ACCOUNT "/" PPX-CHECK-NUMBER " LEFT OPEN ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE PPX-ACCOUNT TO CHK-ACCOUNT
           MOVE PPX-CHECK-NUMBER TO CHK-NUMBER
           READ CHECK-FILE
               INVALID KEY
                   MOVE "NR" TO WS-RETURN-REASON
               NOT INVALID KEY
                   EVALUATE CHK-STATUS
                       WHEN "S"
                           MOVE "SP" TO WS-RETURN-REASON
                       WHEN "P"
                           MOVE "DP" TO WS-RETURN-REASON
                   END-EVALUATE
           END-READ
           IF WS-RETURN-REASON = SPACES
               MOVE PPX-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "AC" TO WS-RETURN-REASON
                   NOT INVALID KEY
                       IF ACCOUNT-STATUS NOT = "A"
                           MOVE "AC" TO WS-RETURN-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-RETURN-REASON = SPACES
               CALL "ACCOUNT-RESTRICTION-CHECK" USING PPX-ACCOUNT
                   WS-TODAY-DATE WS-RESTRICT-DIRECTION
                   WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
                   WS-RESTRICT-TYPE WS-RESTRICT-REASON
               IF WS-ACCOUNT-RESTRICTED = "Y"
                   MOVE "RS" TO WS-RETURN-REASON
               END-IF
           END-IF
           IF WS-RETURN-REASON = SPACES
               CALL "ACTIVE-HOLDS-TOTAL" USING PPX-ACCOUNT
                   WS-TODAY-DATE WS-ACTIVE-HOLDS-TOTAL
               IF PPX-PRESENTED-AMOUNT > ACCOUNT-BALANCE
                   + ACCOUNT-OVERDRAFT-LIMIT - WS-ACTIVE-HOLDS-TOTAL
                   MOVE "NF" TO WS-RETURN-REASON
                   MOVE SPACES TO WS-NSF-INSTRUMENT
                   STRING "CHK:" PPX-CHECK-NUMBER
                       DELIMITED BY SIZE INTO WS-NSF-INSTRUMENT
                   CALL "NSF-EVENT" USING PPX-ACCOUNT
                       WS-NSF-INSTRUMENT PPX-PRESENTED-AMOUNT
               END-IF
           END-IF
           IF WS-RETURN-REASON NOT = SPACES
               PERFORM CLOSE-AS-RETURNED
               IF WS-PPAY-EXCEPTION-STATUS = "00"
                   ADD 1 TO WS-RETURNED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           SUBTRACT PPX-PRESENTED-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE ACCOUNT " PPX-ACCOUNT
                   " - STATUS: " WS-ACCOUNT-STATUS " - CHECK "
                   PPX-CHECK-NUMBER " LEFT OPEN ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CLEARING-POSTING
           MOVE "P" TO CHK-STATUS
           MOVE WS-TODAY-DATE TO CHK-PAID-DATE
           MOVE TRANSACTION-REF TO CHK-PAID-REF
           MOVE PPX-PRESENTED-AMOUNT TO CHK-AMOUNT
           REWRITE CHECK-RECORD
           ADD PPX-PRESENTED-AMOUNT TO WS-NET-SETTLED
           ADD 1 TO WS-PAID-COUNT
           MOVE "P" TO PPX-STATUS
           MOVE WS-TODAY-DATE TO PPX-CLOSED-DATE
           REWRITE POSITIVE-PAY-EXCEPTION-RECORD
           IF WS-PPAY-EXCEPTION-STATUS NOT = "00"
               DISPLAY "*** FAILED TO CLOSE EXCEPTION " PPX-ACCOUNT
                   "/" PPX-CHECK-NUMBER " - STATUS: "
                   WS-PPAY-EXCEPTION-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

      *    SAME POSTING INWARD-CLEARING MAKES FOR A PAID ITEM.
       WRITE-CLEARING-POSTING.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE PPX-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-CLEARING-ACCOUNT TO TO-ACCOUNT
           MOVE PPX-PRESENTED-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "W" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "CHK:" PPX-CHECK-NUMBER "/CLR:"
               PPX-PRESENTING-BANK
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING CLEARING POSTING - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
           END-IF
           CLOSE TRANSACTION-FILE
           .

       WRITE-CLEARING-RETURN.
           IF WS-RETURN-FILE-OPEN NOT = "Y"
               DISPLAY "*** RETURN FILE NOT OPEN - RETURN OF CHECK "
                   PPX-CHECK-NUMBER " MUST BE SENT BY HAND ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE "RTN" TO CR-REC-TYPE
           MOVE PPX-PRESENTING-BANK TO CR-PRESENTING-BANK
           MOVE PPX-ITEM-TRACE TO CR-ITEM-TRACE
           MOVE PPX-ACCOUNT TO CR-ACCOUNT
           MOVE PPX-CHECK-NUMBER TO CR-CHECK-NUMBER
           MOVE PPX-PRESENTED-AMOUNT TO CR-AMOUNT
           MOVE WS-RETURN-REASON TO CR-REASON
           MOVE WS-TODAY-DATE TO CR-RETURN-DATE
           WRITE CLEARING-RETURN-LINE
           .

       SETTLE-CLEARING-ACCOUNT.
           IF WS-NET-SETTLED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GL-CLEARING-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** INWARD CLEARING CONTROL ACCOUNT IS "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD WS-NET-SETTLED TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           .

       WRITE-EXCEPTION-LINE.
           IF PPX-ACCOUNT NOT = WS-CURRENT-ACCOUNT
               PERFORM WRITE-CUSTOMER-HEADING
           END-IF
           EVALUATE PPX-REASON
               WHEN "N"
                   MOVE "NOT ISSUED" TO WS-REASON-TEXT
               WHEN "V"
                   MOVE "VOIDED" TO WS-REASON-TEXT
               WHEN "A"
                   MOVE "AMOUNT" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE PPX-REASON TO WS-REASON-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN PPX-STATUS = "P"
                   MOVE "PAID" TO WS-STATE-TEXT
               WHEN PPX-STATUS = "R" AND PPX-DECISION = "D"
                   MOVE "RETURNED - NO DECISION" TO WS-STATE-TEXT
               WHEN PPX-STATUS = "R"
                   MOVE "RETURNED" TO WS-STATE-TEXT
               WHEN PPX-DECISION = "P"
                   MOVE "PAY - AWAITING REPRESENT" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STATE-TEXT
                   STRING "DECIDE BY " PPX-DEADLINE-DATE
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING "  " PPX-CHECK-NUMBER " " PPX-PRESENTED-AMOUNT " "
               PPX-ISSUED-AMOUNT " " WS-REASON-TEXT " "
               PPX-PRESENTED-DATE " " WS-STATE-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-LISTED-COUNT
           .

       WRITE-CUSTOMER-HEADING.
           MOVE PPX-ACCOUNT TO WS-CURRENT-ACCOUNT
           MOVE "NAME NOT ON FILE" TO WS-CUSTOMER-NAME
           IF WS-ACCOUNT-FILE-OPEN = "Y"
               MOVE PPX-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE 0 TO ACCOUNT-CUSTOMER-ID
               END-READ
               IF WS-CUSTOMER-FILE-OPEN = "Y"
                   AND ACCOUNT-CUSTOMER-ID NOT = 0
                   MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
                   READ CUSTOMER-FILE
                       NOT INVALID KEY
                           MOVE SPACES TO WS-CUSTOMER-NAME
                           STRING CUSTOMER-FIRST-NAME
                               DELIMITED BY "  "
                               " " CUSTOMER-LAST-NAME
                               DELIMITED BY "  "
                               INTO WS-CUSTOMER-NAME
                   END-READ
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT " PPX-ACCOUNT "  " WS-CUSTOMER-NAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CHECK  PRESENTED  ISSUED     REASON       "
               "DATE     STATE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM POSITIVE-PAY-EXCEPTIONS.
