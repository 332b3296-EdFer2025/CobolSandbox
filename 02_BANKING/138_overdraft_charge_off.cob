       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVERDRAFT-CHARGE-OFF.

      *    NIGHTLY CHARGE-OFF OF CHRONICALLY OVERDRAWN DEPOSIT
      *    ACCOUNTS. OVERDRAFT-INTEREST KEEPS A ROW IN
      *    od_days_at_limit.dat FOR EVERY ACCOUNT BELOW ZERO WITH
      *    THE DATE IT WENT OVERDRAWN; AN ACCOUNT STILL OVERDRAWN
      *    CHARGE-OFF-DAYS (FALLBACK 60) CALENDAR DAYS LATER WILL
      *    NOT BE COLLECTED BY LEAVING IT TO ACCRUE TYPE "O"
      *    INTEREST, SO TONIGHT:
      *      - THE NEGATIVE BALANCE IS WRITTEN OFF - A TYPE "T"
      *        POSTING FROM THE CHARGE-OFF LOSS CONTROL ACCOUNT
      *        BRINGS THE ACCOUNT BACK TO ZERO;
      *      - THE ACCOUNT GOES TO STATUS "W" (CHARGED OFF), SO
      *        NOTHING CAN POST TO OR FROM IT AGAIN;
      *      - A COLLECTIONS CASE IS OPENED IN collections.dat FOR
      *        THE DESK (02_BANKING/139_collections.cob), WHICH
      *        POSTS WHATEVER IS RECOVERED TO THE RECOVERY GL.
      *    THE TRACKING ROW IS DELETED ONCE THE ACCOUNT IS WRITTEN
      *    OFF. THE NIGHT'S CHARGE-OFFS ARE LISTED ON
      *    charge_off_report.txt; THE MONTHLY SUMMARY FOR FINANCE
      *    IS CHARGE-OFF-REPORT (02_BANKING/140_charge_off_report.
      *    cob).
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

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

           SELECT LIMIT-DAYS-FILE
               ASSIGN TO "02_BANKING/od_days_at_limit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODL-ACCOUNT
               FILE STATUS IS WS-LIMIT-DAYS-STATUS.

           SELECT COLLECTION-FILE
               ASSIGN TO "02_BANKING/collections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-ACCOUNT
               FILE STATUS IS WS-COLLECTION-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/charge_off_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD LIMIT-DAYS-FILE.
           COPY "OVERDRAFT-DAYS-RECORD.cpy".

       FD COLLECTION-FILE.
           COPY "COLLECTION-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-LIMIT-DAYS-STATUS PIC XX.
       01 WS-COLLECTION-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-LIMIT-DAYS-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(7).
       01 WS-DAYS-OVERDRAWN PIC 9(5).
       01 WS-WRITE-OFF-AMOUNT PIC 9(7)V99.
       01 WS-CHARGE-OFF-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-WRITTEN-OFF PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

      *CHARGE-OFF-DAYS PARAMETER ROWS
       01 WS-CHARGE-OFF-DAYS PIC 9(4) VALUE 60.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE "CHARGE-OFF-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-CHARGE-OFF-DAYS
           END-IF

           OPEN I-O LIMIT-DAYS-FILE
           IF WS-LIMIT-DAYS-STATUS = "35"
               DISPLAY "OVERDRAFT CHARGE-OFF: NO OVERDRAWN ACCOUNTS "
                   "TRACKED - NOTHING TO CHARGE OFF"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LIMIT-DAYS-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE OVERDRAWN-ACCOUNT "
                   "TRACKING FILE - STATUS: " WS-LIMIT-DAYS-STATUS
                   " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE LIMIT-DAYS-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O COLLECTION-FILE
           IF WS-COLLECTION-STATUS = "35"
               OPEN OUTPUT COLLECTION-FILE
               CLOSE COLLECTION-FILE
               OPEN I-O COLLECTION-FILE
           END-IF
           IF WS-COLLECTION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE COLLECTIONS FILE - "
                   "STATUS: " WS-COLLECTION-STATUS " ***"
               CLOSE LIMIT-DAYS-FILE
               CLOSE ACCOUNT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "OVERDRAFT CHARGE-OFF RUN - " WS-TODAY-DATE
               "  (OVERDRAWN " WS-CHARGE-OFF-DAYS " DAYS OR MORE)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT   CUSTOMER OVERDRAWN SINCE DAYS    WRITTEN OFF"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO ODL-ACCOUNT
           START LIMIT-DAYS-FILE KEY >= ODL-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-LIMIT-DAYS-EOF
           END-START
           PERFORM UNTIL WS-LIMIT-DAYS-EOF = "Y"
               READ LIMIT-DAYS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LIMIT-DAYS-EOF
                   NOT AT END
                       IF ODL-OVERDRAWN-SINCE NOT = 0
                           COMPUTE WS-DAYS-OVERDRAWN =
                               WS-TODAY-INTEGER -
                               FUNCTION INTEGER-OF-DATE(
                               ODL-OVERDRAWN-SINCE)
                           IF WS-DAYS-OVERDRAWN >= WS-CHARGE-OFF-DAYS
                               PERFORM CHARGE-OFF-ONE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-WRITTEN-OFF TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHARGE-OFF-COUNT " ACCOUNTS CHARGED OFF, "
               "TOTAL WRITTEN OFF " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE LIMIT-DAYS-FILE
           CLOSE ACCOUNT-FILE
           CLOSE COLLECTION-FILE
           CLOSE REPORT-FILE
           DISPLAY "OVERDRAFT CHARGE-OFF COMPLETE - "
               WS-CHARGE-OFF-COUNT " ACCOUNTS CHARGED OFF"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    ONLY A STILL-ACTIVE CUSTOMER ACCOUNT STILL BELOW ZERO IS
      *    WRITTEN OFF - ONE FROZEN OR CLOSED SINCE THE TRACKER LAST
      *    SAW IT IS LEFT FOR THE DESK THAT ACTED ON IT.
       CHARGE-OFF-ONE-ACCOUNT.
           MOVE ODL-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS NOT = "A" OR ACCOUNT-TYPE = "G"
               OR ACCOUNT-BALANCE >= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WRITE-OFF-AMOUNT = ACCOUNT-BALANCE * -1
           MOVE 0 TO ACCOUNT-BALANCE
           MOVE "W" TO ACCOUNT-STATUS
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE ACCOUNT "
                   ACCOUNT-NUMBER " - STATUS: " WS-ACCOUNT-STATUS
                   " ***"
               EXIT PARAGRAPH
           END-IF

           MOVE ACCOUNT-NUMBER TO COLL-ACCOUNT
           MOVE ACCOUNT-CUSTOMER-ID TO COLL-CUSTOMER-ID
           MOVE WS-TODAY-DATE TO COLL-CHARGE-OFF-DATE
           MOVE WS-WRITE-OFF-AMOUNT TO COLL-CHARGE-OFF-AMOUNT
           MOVE ODL-OVERDRAWN-SINCE TO COLL-OVERDRAWN-SINCE
           MOVE 0 TO COLL-RECOVERED-AMOUNT
           MOVE 0 TO COLL-LAST-RECOVERY-DATE
           MOVE "O" TO COLL-STATUS
           MOVE 0 TO COLL-CLOSED-DATE
           MOVE SPACES TO COLL-NOTE
           WRITE COLLECTION-RECORD
               INVALID KEY
      *            AN EARLIER CASE ON THE SAME ACCOUNT IS REPLACED -
      *            THE ACCOUNT CAN ONLY BE CHARGED OFF ONCE WHILE IT
      *            STAYS "W", SO THE OLD CASE WAS ALREADY SETTLED
                   REWRITE COLLECTION-RECORD
           END-WRITE

           PERFORM POST-CHARGE-OFF
           DELETE LIMIT-DAYS-FILE RECORD

           ADD 1 TO WS-CHARGE-OFF-COUNT
           ADD WS-WRITE-OFF-AMOUNT TO WS-TOTAL-WRITTEN-OFF
           MOVE WS-WRITE-OFF-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING COLL-ACCOUNT " " COLL-CUSTOMER-ID "    "
               ODL-OVERDRAWN-SINCE "       " WS-DAYS-OVERDRAWN " "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    THE LOSS CONTROL ACCOUNT TAKES THE DEBIT; THE CUSTOMER'S
      *    SIDE WAS ALREADY BROUGHT TO ZERO ABOVE.
       POST-CHARGE-OFF.
           MOVE GL-CHARGE-OFF-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** CHARGE-OFF LOSS CONTROL ACCOUNT "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   SUBTRACT WS-WRITE-OFF-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE GL-CHARGE-OFF-ACCOUNT TO FROM-ACCOUNT
           MOVE COLL-ACCOUNT TO TO-ACCOUNT
           MOVE WS-WRITE-OFF-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "CHARGE-OFF:" COLL-ACCOUNT
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING CHARGE-OFF "
                   "TRANSACTION - STATUS: " WS-TRANSACTION-STATUS
                   " ***"
           END-IF
           CLOSE TRANSACTION-FILE
           MOVE COLL-ACCOUNT TO ACCOUNT-NUMBER
           .

       END PROGRAM OVERDRAFT-CHARGE-OFF.
