       IDENTIFICATION DIVISION.
       PROGRAM-ID. INWARD-CLEARING.

      *    NIGHTLY INWARD CLEARING FILE FROM THE CLEARING HOUSE -
      *    CHECKS OUR CUSTOMERS WROTE, PRESENTED FOR PAYMENT BY
      *    OTHER BANKS. EACH ITEM GOES THROUGH THE SAME TESTS
      *    PAY-CHECK APPLIES AT THE COUNTER: THE NUMBER MUST BE ON
      *    THE CHECK REGISTER, NOT STOPPED, NOT ALREADY PAID; THE
      *    ACCOUNT MUST BE ACTIVE; POSITIVE PAY MUST NOT OBJECT; AND
      *    THE AMOUNT MUST FIT WITHIN BALANCE PLUS OVERDRAFT LIMIT
      *    LESS HOLDS (CALL "ACTIVE-HOLDS-TOTAL"). A PAID ITEM POSTS
      *    AS A TYPE "W" DEBIT CARRYING "CHK:NNNNNN" AGAINST THE
      *    INWARD CLEARING CONTROL ACCOUNT AND STAMPS THE REGISTER.
      *
      *    AN ITEM THAT CANNOT BE PAID GOES BACK TO THE PRESENTING
      *    BANK ON THE RETURN FILE (02_BANKING/clearing_returns.dat)
      *    WITH A REASON CODE; A FUNDS BOUNCE ALSO RAISES AN
      *    NSF-EVENT FOR THE NIGHTLY FEE AND NOTICE. AN ITEM HELD
      *    UNDER POSITIVE PAY IS NEITHER PAID NOR RETURNED TONIGHT -
      *    POSITIVE-PAY-EXCEPTIONS SETTLES IT ONCE THE DRAWER HAS
      *    DECIDED (OR THE DEADLINE PASSES).
      *
      *    RUNS AS AN END-OF-DAY STEP AHEAD OF DAILY-BALANCING -
      *    GOBACK RETURNS TO THAT DRIVER WITH RETURN-CODE 0 (OK) OR
      *    4 (FAILED).

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

           SELECT PPAY-EXCEPTION-FILE
               ASSIGN TO "02_BANKING/positive_pay_exceptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPX-KEY
               FILE STATUS IS WS-PPAY-EXCEPTION-STATUS.

           SELECT CLEARING-FILE
               ASSIGN TO "02_BANKING/inward_clearing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARING-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "02_BANKING/clearing_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/inward_clearing_report.txt"
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

       FD PPAY-EXCEPTION-FILE.
           COPY "POSITIVE-PAY-EXCEPTION-RECORD.cpy".

      *    ONE FIXED-WIDTH LINE PER PRESENTED ITEM: THE DRAWER'S
      *    ACCOUNT AND CHECK NUMBER, THE AMOUNT, THE PRESENTING
      *    BANK'S ROUTING NUMBER AND ITS OWN ITEM TRACE NUMBER.
       FD CLEARING-FILE.
       01 CLEARING-LINE.
           05 IC-REC-TYPE PIC X(3).
           05 FILLER PIC X.
           05 IC-ACCOUNT PIC 9(9).
           05 FILLER PIC X.
           05 IC-CHECK-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 IC-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 IC-PRESENTING-BANK PIC 9(9).
           05 FILLER PIC X.
           05 IC-ITEM-TRACE PIC X(15).

       FD RETURN-FILE.
           COPY "CLEARING-RETURN-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-CHECK-STATUS PIC XX.
       01 WS-PPAY-EXCEPTION-STATUS PIC XX.
       01 WS-CLEARING-STATUS PIC XX.
       01 WS-RETURN-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CLEARING-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-RETURNED-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.
       01 WS-NET-SETTLED PIC S9(11)V99 VALUE 0.
       01 WS-RETURN-REASON PIC X(2).
       01 WS-ACTIVE-HOLDS-TOTAL PIC 9(7)V99.
       01 WS-NSF-INSTRUMENT PIC X(12).
       01 WS-PPAY-SOURCE PIC X VALUE "C".
       01 WS-PPAY-RESULT PIC X.
      *    A DRAWER ACCOUNT UNDER A "NO DEBITS" RESTRICTION SENDS
      *    THE ITEM BACK AS "RS"
       01 WS-RESTRICT-DIRECTION PIC X VALUE "D".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           OPEN INPUT CLEARING-FILE
           IF WS-CLEARING-STATUS = "35"
               DISPLAY "INWARD CLEARING: NO CLEARING FILE ON DISK "
                   "- NOTHING TO PAY"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CLEARING-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CLEARING FILE - "
                   "STATUS: " WS-CLEARING-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE CLEARING-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CHECK-FILE
           IF WS-CHECK-STATUS = "35"
               OPEN OUTPUT CHECK-FILE
               CLOSE CHECK-FILE
               OPEN I-O CHECK-FILE
           END-IF
           OPEN EXTEND RETURN-FILE
           IF WS-RETURN-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
           END-IF
           IF WS-CHECK-STATUS NOT = "00"
               OR WS-RETURN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CHECK REGISTER OR "
                   "RETURN FILE - STATUS: " WS-CHECK-STATUS "/"
                   WS-RETURN-STATUS " ***"
               CLOSE CLEARING-FILE
               CLOSE ACCOUNT-FILE
               CLOSE CHECK-FILE
               CLOSE RETURN-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "INWARD CLEARING - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL WS-CLEARING-FILE-EOF = "Y"
               READ CLEARING-FILE
                   AT END
                       MOVE "Y" TO WS-CLEARING-FILE-EOF
                   NOT AT END
                       IF IC-REC-TYPE = "DTL"
                           PERFORM PRESENT-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SETTLE-CLEARING-ACCOUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-PAID-COUNT " PAID, " WS-RETURNED-COUNT
               " RETURNED, " WS-HELD-COUNT " HELD FOR POSITIVE PAY, "
               "NET SETTLED " WS-NET-SETTLED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE CLEARING-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CHECK-FILE
           CLOSE RETURN-FILE
           CLOSE REPORT-FILE
           DISPLAY "INWARD CLEARING COMPLETE - " WS-PAID-COUNT
               " PAID, " WS-RETURNED-COUNT " RETURNED, "
               WS-HELD-COUNT " HELD"
           IF WS-ERROR-COUNT > 0
               DISPLAY "*** " WS-ERROR-COUNT " ITEMS FAILED TO POST "
                   "***"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       PRESENT-ONE-ITEM.
           MOVE SPACES TO WS-RETURN-REASON
           MOVE IC-ACCOUNT TO CHK-ACCOUNT
           MOVE IC-CHECK-NUMBER TO CHK-NUMBER
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

      *    A POSITIVE PAY DRAWER GETS TO SEE AN UNREGISTERED NUMBER
      *    BEFORE IT GOES BACK, THE SAME AS AT THE COUNTER
           IF WS-RETURN-REASON = "NR"
               PERFORM SCREEN-POSITIVE-PAY
               IF WS-PPAY-RESULT = "E"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-RETURN-REASON = SPACES
               MOVE IC-ACCOUNT TO ACCOUNT-NUMBER
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
               CALL "ACCOUNT-RESTRICTION-CHECK" USING IC-ACCOUNT
                   WS-TODAY-DATE WS-RESTRICT-DIRECTION
                   WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
                   WS-RESTRICT-TYPE WS-RESTRICT-REASON
               IF WS-ACCOUNT-RESTRICTED = "Y"
                   MOVE "RS" TO WS-RETURN-REASON
               END-IF
           END-IF

           IF WS-RETURN-REASON = SPACES
               PERFORM SCREEN-POSITIVE-PAY
               IF WS-PPAY-RESULT = "E"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-RETURN-REASON = SPACES
               CALL "ACTIVE-HOLDS-TOTAL" USING IC-ACCOUNT
                   WS-TODAY-DATE WS-ACTIVE-HOLDS-TOTAL
               IF IC-AMOUNT > ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
                   - WS-ACTIVE-HOLDS-TOTAL
                   MOVE "NF" TO WS-RETURN-REASON
                   MOVE SPACES TO WS-NSF-INSTRUMENT
                   STRING "CHK:" IC-CHECK-NUMBER
                       DELIMITED BY SIZE INTO WS-NSF-INSTRUMENT
                   CALL "NSF-EVENT" USING IC-ACCOUNT
                       WS-NSF-INSTRUMENT IC-AMOUNT
               END-IF
           END-IF

           IF WS-RETURN-REASON NOT = SPACES
               PERFORM WRITE-RETURN-ITEM
               EXIT PARAGRAPH
           END-IF

           SUBTRACT IC-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE ACCOUNT " IC-ACCOUNT
                   " - STATUS: " WS-ACCOUNT-STATUS " - CHECK "
                   IC-CHECK-NUMBER " NOT PAID ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CLEARING-POSTING
           MOVE "P" TO CHK-STATUS
           MOVE WS-TODAY-DATE TO CHK-PAID-DATE
           MOVE TRANSACTION-REF TO CHK-PAID-REF
           MOVE IC-AMOUNT TO CHK-AMOUNT
           REWRITE CHECK-RECORD
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "*** FAILED TO MARK CHECK " IC-CHECK-NUMBER
                   " PAID - STATUS: " WS-CHECK-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           ADD IC-AMOUNT TO WS-NET-SETTLED
           ADD 1 TO WS-PAID-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " IC-ACCOUNT " " IC-CHECK-NUMBER " " IC-AMOUNT
               " PAID   " IC-PRESENTING-BANK " " IC-ITEM-TRACE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    A HELD ITEM REMEMBERS WHO PRESENTED IT, SO THE DRAWER'S
      *    DECISION CAN SETTLE OR RETURN IT LATER.
       SCREEN-POSITIVE-PAY.
           CALL "POSITIVE-PAY-SCREEN" USING IC-ACCOUNT
               IC-CHECK-NUMBER IC-AMOUNT WS-PPAY-SOURCE WS-PPAY-RESULT
           IF WS-PPAY-RESULT NOT = "E"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PPAY-EXCEPTION-FILE
           IF WS-PPAY-EXCEPTION-STATUS = "00"
               MOVE IC-ACCOUNT TO PPX-ACCOUNT
               MOVE IC-CHECK-NUMBER TO PPX-CHECK-NUMBER
               READ PPAY-EXCEPTION-FILE
                   NOT INVALID KEY
                       MOVE IC-PRESENTING-BANK TO PPX-PRESENTING-BANK
                       MOVE IC-ITEM-TRACE TO PPX-ITEM-TRACE
                       REWRITE POSITIVE-PAY-EXCEPTION-RECORD
               END-READ
               CLOSE PPAY-EXCEPTION-FILE
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " IC-ACCOUNT " " IC-CHECK-NUMBER " " IC-AMOUNT
               " HELD   POSITIVE PAY EXCEPTION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-RETURN-ITEM.
           MOVE "RTN" TO CR-REC-TYPE
           MOVE IC-PRESENTING-BANK TO CR-PRESENTING-BANK
           MOVE IC-ITEM-TRACE TO CR-ITEM-TRACE
           MOVE IC-ACCOUNT TO CR-ACCOUNT
           MOVE IC-CHECK-NUMBER TO CR-CHECK-NUMBER
           MOVE IC-AMOUNT TO CR-AMOUNT
           MOVE WS-RETURN-REASON TO CR-REASON
           MOVE WS-TODAY-DATE TO CR-RETURN-DATE
           WRITE CLEARING-RETURN-LINE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "*** FAILED TO WRITE RETURN FOR CHECK "
                   IC-CHECK-NUMBER " - STATUS: " WS-RETURN-STATUS
                   " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           ADD 1 TO WS-RETURNED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " IC-ACCOUNT " " IC-CHECK-NUMBER " " IC-AMOUNT
               " RETURN " WS-RETURN-REASON " " IC-PRESENTING-BANK
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-CLEARING-POSTING.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE IC-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-CLEARING-ACCOUNT TO TO-ACCOUNT
           MOVE IC-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "W" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "CHK:" IC-CHECK-NUMBER "/CLR:" IC-PRESENTING-BANK
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

      *    THE CLEARING CONTROL ACCOUNT TAKES THE WHOLE NIGHT'S NET
      *    IN ONE KEYED UPDATE - SAME END-OF-SCAN PATTERN AS THE
      *    CARD SETTLEMENT IMPORT.
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

       END PROGRAM INWARD-CLEARING.
