       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-MONITOR.

      *    WEEKLY KEY-SPACE AND FIELD-CAPACITY MONITOR. THE ACCOUNT
      *    NUMBER WIDENING HAD TO BE DONE IN A HURRY BECAUSE NOBODY
      *    WATCHED THE OLD FIVE DIGITS FILL UP; THIS WATCHES EVERY
      *    OTHER COUNTER, KEY AND AMOUNT FIELD THAT CAN DO THE SAME.
      *    FOR EACH ITEM IT TAKES THE HIGH-WATER MARK NOW ON FILE:
      *      - THE TWO ALLOCATION COUNTERS (account_control.dat AND
      *        transaction_ref_control.dat), OR THE HIGHEST KEY
      *        ACTUALLY IN USE IF THAT IS HIGHER
      *      - THE HIGHEST CUSTOMER-ID, HOLD-ID, CLAIM-ID, LOAN-ID,
      *        ALERT-ID, LAPP-ID, AUD-ID AND FRD-ID ON FILE - EACH IS
      *        ALLOCATED AS THE HIGHEST ONE PLUS ONE
      *      - THE LARGEST BALANCE, OVERDRAFT LIMIT, TRANSACTION,
      *        LOAN PRINCIPAL AND HOLD ON FILE, AGAINST THE 9(7)V99
      *        THEY ARE ALL CARRIED IN
      *    AND COMPARES IT TO THE LIMIT OF ITS PICTURE CLAUSE. EVERY
      *    RUN'S FIGURES ARE KEPT ON 02_BANKING/capacity_history.dat;
      *    THE GROWTH SINCE THE OLDEST ROW INSIDE THE LAST
      *    CAP-GROWTH-WEEKS WEEKS (PARAMETER, FALLBACK BELOW) GIVES
      *    A DAILY RATE, AND THE ROOM LEFT AT THAT RATE GIVES THE
      *    FORECAST DATE THE ITEM RUNS OUT. AN ITEM IS FLAGGED WHEN
      *    THAT DATE FALLS INSIDE CAP-WARN-DAYS OR IT HAS ALREADY
      *    USED CAP-WARN-PCT OF ITS LIMIT. WRITES
      *    02_BANKING/capacity_report.txt, AND A ONE-LINE SUMMARY TO
      *    02_BANKING/capacity_status.dat (CAPACITY-STATUS-RECORD.cpy)
      *    THAT DAILY-DASHBOARD PRINTS EVERY MORNING.
      *
      *    A WEEKLY ("W") JOB-SCHEDULER JOB; ALSO RUNS STANDALONE.
      *    A FILE THAT DOES NOT EXIST YET COUNTS AS EMPTY. GOBACK
      *    RETURNS RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

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

           SELECT HOLDS-FILE
               ASSIGN TO "02_BANKING/holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT CLAIMS-FILE
               ASSIGN TO "02_BANKING/claims.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAIM-ID
               FILE STATUS IS WS-CLAIMS-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "02_BANKING/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ALERT-FILE
               ASSIGN TO "02_BANKING/alert_subscriptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERT-ID
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT APPLICATION-FILE
               ASSIGN TO "02_BANKING/loan_applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAPP-ID
               FILE STATUS IS WS-APP-STATUS.

           SELECT AUDIT-MASTER-FILE
               ASSIGN TO "02_BANKING/audit_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-ID
               FILE STATUS IS WS-AUDIT-MASTER-STATUS.

           SELECT FRAUD-FILE
               ASSIGN TO "02_BANKING/fraud_queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRD-ID
               FILE STATUS IS WS-FRAUD-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "02_BANKING/account_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REF-CONTROL-FILE
               ASSIGN TO "02_BANKING/transaction_ref_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-REF-KEY
               FILE STATUS IS WS-REF-CONTROL-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "02_BANKING/capacity_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAPH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STATUS-FILE
               ASSIGN TO "02_BANKING/capacity_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FILE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/capacity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

       FD CLAIMS-FILE.
           COPY "CLAIM-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD ALERT-FILE.
           COPY "ALERT-RECORD.cpy".

       FD APPLICATION-FILE.
           COPY "LOAN-APP-RECORD.cpy".

       FD AUDIT-MASTER-FILE.
           COPY "AUDIT-MASTER-RECORD.cpy".

       FD FRAUD-FILE.
           COPY "FRAUD-RECORD.cpy".

      *    SAME LAYOUTS AS BANKING'S CONTROL-FILE AND
      *    NEXT-TRANSACTION-REF'S REF-CONTROL-FILE
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-NEXT-ACCOUNT-NUMBER PIC 9(9).

       FD REF-CONTROL-FILE.
       01 REF-CONTROL-RECORD.
           05 CTL-REF-KEY PIC 9.
           05 CTL-NEXT-TRANSACTION-REF PIC 9(10).

      *    ONE ROW PER ITEM PER RUN
       FD HISTORY-FILE.
       01 CAPACITY-HISTORY-RECORD.
           05 CAPH-KEY.
               10 CAPH-ITEM PIC X(10).
               10 CAPH-RUN-DATE PIC 9(8).
           05 CAPH-HIGH-WATER PIC 9(10)V99.
           05 CAPH-LIMIT PIC 9(10)V99.
           05 CAPH-PERCENT PIC 9(3)V9.
           05 CAPH-FORECAST-DATE PIC 9(8).
           05 CAPH-FLAG PIC X(4).

       FD STATUS-FILE.
           COPY "CAPACITY-STATUS-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       COPY "GL-CONTROL-ACCOUNTS.cpy".

       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-HOLDS-STATUS PIC XX.
       01 WS-CLAIMS-STATUS PIC XX.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-APP-STATUS PIC XX.
       01 WS-AUDIT-MASTER-STATUS PIC XX.
       01 WS-FRAUD-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REF-CONTROL-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-STATUS-FILE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-HISTORY-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(9).
       01 WS-WINDOW-START PIC 9(8).

      *    FALLBACKS, OVERRIDDEN BY CAP-GROWTH-WEEKS, CAP-WARN-DAYS
      *    AND CAP-WARN-PCT
       01 WS-GROWTH-WEEKS PIC 9(3) VALUE 8.
       01 WS-WARN-DAYS PIC 9(5) VALUE 365.
       01 WS-WARN-PCT PIC 9(3) VALUE 80.

       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *    THE ITEMS WATCHED. THE ORDER HERE IS THE ORDER THE SCANS
      *    BELOW FILL WS-ITEM-HIGH BY SUBSCRIPT, AND THE REPORT ORDER.
       01 WS-ITEM-COUNT PIC 9(2) VALUE 15.
       01 WS-ITEM-CODES.
           05 FILLER PIC X(10) VALUE "ACCT-NO".
           05 FILLER PIC X(10) VALUE "TXN-REF".
           05 FILLER PIC X(10) VALUE "CUST-ID".
           05 FILLER PIC X(10) VALUE "HOLD-ID".
           05 FILLER PIC X(10) VALUE "CLAIM-ID".
           05 FILLER PIC X(10) VALUE "LOAN-ID".
           05 FILLER PIC X(10) VALUE "ALERT-ID".
           05 FILLER PIC X(10) VALUE "LAPP-ID".
           05 FILLER PIC X(10) VALUE "AUD-ID".
           05 FILLER PIC X(10) VALUE "FRD-ID".
           05 FILLER PIC X(10) VALUE "BALANCE".
           05 FILLER PIC X(10) VALUE "OD-LIMIT".
           05 FILLER PIC X(10) VALUE "TXN-AMT".
           05 FILLER PIC X(10) VALUE "LOAN-PRIN".
           05 FILLER PIC X(10) VALUE "HOLD-AMT".
       01 WS-ITEM-CODE-TABLE REDEFINES WS-ITEM-CODES.
           05 WS-ITEM-CODE PIC X(10) OCCURS 15 TIMES.
       01 WS-ITEM-NAMES.
           05 FILLER PIC X(30) VALUE "ACCOUNT NUMBER COUNTER".
           05 FILLER PIC X(30) VALUE "TRANSACTION REF COUNTER".
           05 FILLER PIC X(30) VALUE "CUSTOMER-ID 9(5)".
           05 FILLER PIC X(30) VALUE "HOLD-ID 9(5)".
           05 FILLER PIC X(30) VALUE "CLAIM-ID 9(5)".
           05 FILLER PIC X(30) VALUE "LOAN-ID 9(5)".
           05 FILLER PIC X(30) VALUE "ALERT-ID 9(5)".
           05 FILLER PIC X(30) VALUE "LAPP-ID 9(5)".
           05 FILLER PIC X(30) VALUE "AUD-ID 9(7)".
           05 FILLER PIC X(30) VALUE "FRD-ID 9(7)".
           05 FILLER PIC X(30) VALUE "LARGEST ACCOUNT BALANCE".
           05 FILLER PIC X(30) VALUE "LARGEST OVERDRAFT LIMIT".
           05 FILLER PIC X(30) VALUE "LARGEST TRANSACTION AMOUNT".
           05 FILLER PIC X(30) VALUE "LARGEST LOAN PRINCIPAL".
           05 FILLER PIC X(30) VALUE "LARGEST HOLD AMOUNT".
       01 WS-ITEM-NAME-TABLE REDEFINES WS-ITEM-NAMES.
           05 WS-ITEM-NAME PIC X(30) OCCURS 15 TIMES.
       01 WS-ITEM-TABLE.
           05 WS-ITEM OCCURS 15 TIMES.
               10 WS-ITEM-HIGH PIC 9(10)V99.
               10 WS-ITEM-LIMIT PIC 9(10)V99.
               10 WS-ITEM-PERCENT PIC 9(3)V9.
               10 WS-ITEM-BASE-DATE PIC 9(8).
               10 WS-ITEM-BASE-HIGH PIC 9(10)V99.
               10 WS-ITEM-FORECAST PIC 9(8).
               10 WS-ITEM-FLAG PIC X(4).
       01 WS-I PIC 9(2).

      *    SUBSCRIPTS OF THE ITEMS ABOVE
       01 WS-IX-ACCT-NO PIC 9(2) VALUE 1.
       01 WS-IX-TXN-REF PIC 9(2) VALUE 2.
       01 WS-IX-CUST-ID PIC 9(2) VALUE 3.
       01 WS-IX-HOLD-ID PIC 9(2) VALUE 4.
       01 WS-IX-CLAIM-ID PIC 9(2) VALUE 5.
       01 WS-IX-LOAN-ID PIC 9(2) VALUE 6.
       01 WS-IX-ALERT-ID PIC 9(2) VALUE 7.
       01 WS-IX-LAPP-ID PIC 9(2) VALUE 8.
       01 WS-IX-AUD-ID PIC 9(2) VALUE 9.
       01 WS-IX-FRD-ID PIC 9(2) VALUE 10.
       01 WS-IX-BALANCE PIC 9(2) VALUE 11.
       01 WS-IX-OD-LIMIT PIC 9(2) VALUE 12.
       01 WS-IX-TXN-AMT PIC 9(2) VALUE 13.
       01 WS-IX-LOAN-PRIN PIC 9(2) VALUE 14.
       01 WS-IX-HOLD-AMT PIC 9(2) VALUE 15.

       01 WS-CANDIDATE PIC 9(10)V99.
       01 WS-ABS-BALANCE PIC 9(7)V99.
       01 WS-BASE-DAYS PIC 9(7).
       01 WS-DAILY-GROWTH PIC 9(10)V9(6).
       01 WS-DAYS-LEFT PIC 9(9).

      *    SUMMARY FOR THE STATUS LINE
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
       01 WS-FULL-COUNT PIC 9(3) VALUE 0.
       01 WS-FIRST-IX PIC 9(2) VALUE 0.
       01 WS-HIGH-IX PIC 9(2) VALUE 0.

       01 WS-VALUE-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.
       01 WS-MONEY-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-PERCENT-DISPLAY PIC ZZ9.9.
       01 WS-FORECAST-DISPLAY PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM LOAD-PARAMETERS
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INTEGER - WS-GROWTH-WEEKS * 7)
           PERFORM SET-ITEM-LIMITS

           PERFORM SCAN-ACCOUNT-COUNTER
           PERFORM SCAN-ACCOUNTS
           PERFORM SCAN-TRANSACTION-COUNTER
           PERFORM SCAN-TRANSACTIONS
           PERFORM SCAN-CUSTOMERS
           PERFORM SCAN-HOLDS
           PERFORM SCAN-CLAIMS
           PERFORM SCAN-LOANS
           PERFORM SCAN-ALERTS
           PERFORM SCAN-APPLICATIONS
           PERFORM SCAN-AUDIT-MASTER
           PERFORM SCAN-FRAUD-QUEUE

           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-OPEN
           ELSE
               DISPLAY "*** COULD NOT OPEN CAPACITY HISTORY - "
                   "STATUS: " WS-HISTORY-STATUS
                   " - NO GROWTH FORECAST THIS RUN ***"
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-COUNT
               PERFORM ASSESS-ITEM
           END-PERFORM
           IF WS-HISTORY-OPEN = "Y"
               CLOSE HISTORY-FILE
           END-IF

           PERFORM WRITE-STATUS-LINE
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT
           CLOSE REPORT-FILE

           DISPLAY "CAPACITY MONITOR COMPLETE - " WS-FLAGGED-COUNT
               " OF " WS-ITEM-COUNT " ITEMS FLAGGED, " WS-FULL-COUNT
               " FULL"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LOAD-PARAMETERS.
           MOVE "CAP-GROWTH-WEEKS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-GROWTH-WEEKS
           END-IF
           MOVE "CAP-WARN-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-WARN-DAYS
           END-IF
           MOVE "CAP-WARN-PCT" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-WARN-PCT
           END-IF
           .

      *    THE LIMIT IS THE LARGEST VALUE THE PICTURE CAN HOLD -
      *    EXCEPT CUSTOMER ACCOUNT NUMBERS, WHICH MUST STAY BELOW
      *    THE GL CONTROL RANGE AT THE TOP OF THE NINE DIGITS
       SET-ITEM-LIMITS.
           INITIALIZE WS-ITEM-TABLE
           COMPUTE WS-ITEM-LIMIT(WS-IX-ACCT-NO) =
               GL-FIRST-CONTROL-ACCOUNT - 1
           MOVE 9999999999 TO WS-ITEM-LIMIT(WS-IX-TXN-REF)
           MOVE 99999 TO WS-ITEM-LIMIT(WS-IX-CUST-ID)
           MOVE 99999 TO WS-ITEM-LIMIT(WS-IX-HOLD-ID)
           MOVE 99999 TO WS-ITEM-LIMIT(WS-IX-CLAIM-ID)
           MOVE 99999 TO WS-ITEM-LIMIT(WS-IX-LOAN-ID)
           MOVE 99999 TO WS-ITEM-LIMIT(WS-IX-ALERT-ID)
           MOVE 99999 TO WS-ITEM-LIMIT(WS-IX-LAPP-ID)
           MOVE 9999999 TO WS-ITEM-LIMIT(WS-IX-AUD-ID)
           MOVE 9999999 TO WS-ITEM-LIMIT(WS-IX-FRD-ID)
           MOVE 9999999.99 TO WS-ITEM-LIMIT(WS-IX-BALANCE)
           MOVE 9999999.99 TO WS-ITEM-LIMIT(WS-IX-OD-LIMIT)
           MOVE 9999999.99 TO WS-ITEM-LIMIT(WS-IX-TXN-AMT)
           MOVE 9999999.99 TO WS-ITEM-LIMIT(WS-IX-LOAN-PRIN)
           MOVE 9999999.99 TO WS-ITEM-LIMIT(WS-IX-HOLD-AMT)
           .

      *================================================================
      *    HIGH-WATER MARKS
      *================================================================
      *    THE COUNTER HOLDS THE NEXT NUMBER TO HAND OUT, SO THE
      *    LAST ONE USED IS ONE BELOW IT
       SCAN-ACCOUNT-COUNTER.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-NEXT-ACCOUNT-NUMBER > 0
                       COMPUTE WS-ITEM-HIGH(WS-IX-ACCT-NO) =
                           CTL-NEXT-ACCOUNT-NUMBER - 1
                   END-IF
           END-READ
           CLOSE CONTROL-FILE
           .

       SCAN-ACCOUNTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF ACCOUNT-NUMBER < GL-FIRST-CONTROL-ACCOUNT
                           PERFORM MEASURE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           .

       MEASURE-ONE-ACCOUNT.
           IF ACCOUNT-NUMBER > WS-ITEM-HIGH(WS-IX-ACCT-NO)
               MOVE ACCOUNT-NUMBER TO WS-ITEM-HIGH(WS-IX-ACCT-NO)
           END-IF
      *    AN OVERDRAWN BALANCE RUNS OUT OF DIGITS JUST THE SAME
           IF ACCOUNT-BALANCE < 0
               COMPUTE WS-ABS-BALANCE = 0 - ACCOUNT-BALANCE
           ELSE
               MOVE ACCOUNT-BALANCE TO WS-ABS-BALANCE
           END-IF
           IF WS-ABS-BALANCE > WS-ITEM-HIGH(WS-IX-BALANCE)
               MOVE WS-ABS-BALANCE TO WS-ITEM-HIGH(WS-IX-BALANCE)
           END-IF
           IF ACCOUNT-OVERDRAFT-LIMIT > WS-ITEM-HIGH(WS-IX-OD-LIMIT)
               MOVE ACCOUNT-OVERDRAFT-LIMIT
                   TO WS-ITEM-HIGH(WS-IX-OD-LIMIT)
           END-IF
           .

       SCAN-TRANSACTION-COUNTER.
           OPEN INPUT REF-CONTROL-FILE
           IF WS-REF-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO CTL-REF-KEY
           READ REF-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-NEXT-TRANSACTION-REF > 0
                       COMPUTE WS-ITEM-HIGH(WS-IX-TXN-REF) =
                           CTL-NEXT-TRANSACTION-REF - 1
                   END-IF
           END-READ
           CLOSE REF-CONTROL-FILE
           .

       SCAN-TRANSACTIONS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF TRANSACTION-REF
                           > WS-ITEM-HIGH(WS-IX-TXN-REF)
                           MOVE TRANSACTION-REF
                               TO WS-ITEM-HIGH(WS-IX-TXN-REF)
                       END-IF
                       IF TRANSACTION-AMOUNT
                           > WS-ITEM-HIGH(WS-IX-TXN-AMT)
                           MOVE TRANSACTION-AMOUNT
                               TO WS-ITEM-HIGH(WS-IX-TXN-AMT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           .

       SCAN-CUSTOMERS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CUSTOMER-ID > WS-ITEM-HIGH(WS-IX-CUST-ID)
                           MOVE CUSTOMER-ID
                               TO WS-ITEM-HIGH(WS-IX-CUST-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .

       SCAN-HOLDS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF HOLD-ID > WS-ITEM-HIGH(WS-IX-HOLD-ID)
                           MOVE HOLD-ID TO WS-ITEM-HIGH(WS-IX-HOLD-ID)
                       END-IF
                       IF HOLD-AMOUNT > WS-ITEM-HIGH(WS-IX-HOLD-AMT)
                           MOVE HOLD-AMOUNT
                               TO WS-ITEM-HIGH(WS-IX-HOLD-AMT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           .

       SCAN-CLAIMS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CLAIMS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CLAIM-ID > WS-ITEM-HIGH(WS-IX-CLAIM-ID)
                           MOVE CLAIM-ID
                               TO WS-ITEM-HIGH(WS-IX-CLAIM-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE
           .

       SCAN-LOANS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF LOAN-ID > WS-ITEM-HIGH(WS-IX-LOAN-ID)
                           MOVE LOAN-ID TO WS-ITEM-HIGH(WS-IX-LOAN-ID)
                       END-IF
                       IF LOAN-PRINCIPAL
                           > WS-ITEM-HIGH(WS-IX-LOAN-PRIN)
                           MOVE LOAN-PRINCIPAL
                               TO WS-ITEM-HIGH(WS-IX-LOAN-PRIN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           .

       SCAN-ALERTS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF ALERT-ID > WS-ITEM-HIGH(WS-IX-ALERT-ID)
                           MOVE ALERT-ID
                               TO WS-ITEM-HIGH(WS-IX-ALERT-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE
           .

       SCAN-APPLICATIONS.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT APPLICATION-FILE
           IF WS-APP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ APPLICATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF LAPP-ID > WS-ITEM-HIGH(WS-IX-LAPP-ID)
                           MOVE LAPP-ID TO WS-ITEM-HIGH(WS-IX-LAPP-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPLICATION-FILE
           .

       SCAN-AUDIT-MASTER.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF AUD-ID > WS-ITEM-HIGH(WS-IX-AUD-ID)
                           MOVE AUD-ID TO WS-ITEM-HIGH(WS-IX-AUD-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-MASTER-FILE
           .

       SCAN-FRAUD-QUEUE.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT FRAUD-FILE
           IF WS-FRAUD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ FRAUD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF FRD-ID > WS-ITEM-HIGH(WS-IX-FRD-ID)
                           MOVE FRD-ID TO WS-ITEM-HIGH(WS-IX-FRD-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRAUD-FILE
           .

      *================================================================
      *    FORECAST AND FLAG ONE ITEM (WS-I), THEN SAVE ITS ROW
      *================================================================
       ASSESS-ITEM.
           COMPUTE WS-ITEM-PERCENT(WS-I) ROUNDED =
               WS-ITEM-HIGH(WS-I) * 100 / WS-ITEM-LIMIT(WS-I)
           MOVE 0 TO WS-ITEM-FORECAST(WS-I)
           MOVE SPACES TO WS-ITEM-FLAG(WS-I)
           IF WS-HISTORY-OPEN = "Y"
               PERFORM FIND-GROWTH-BASE
               PERFORM FORECAST-EXHAUSTION
           END-IF

           IF WS-ITEM-HIGH(WS-I) >= WS-ITEM-LIMIT(WS-I)
               MOVE "FULL" TO WS-ITEM-FLAG(WS-I)
               MOVE WS-TODAY-DATE TO WS-ITEM-FORECAST(WS-I)
               ADD 1 TO WS-FULL-COUNT
           ELSE
               IF WS-ITEM-PERCENT(WS-I) >= WS-WARN-PCT
                   MOVE "WARN" TO WS-ITEM-FLAG(WS-I)
               END-IF
               IF WS-ITEM-FORECAST(WS-I) NOT = 0
                   AND WS-DAYS-LEFT <= WS-WARN-DAYS
                   MOVE "WARN" TO WS-ITEM-FLAG(WS-I)
               END-IF
           END-IF
           IF WS-ITEM-FLAG(WS-I) NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF

           IF WS-ITEM-FORECAST(WS-I) NOT = 0
               IF WS-FIRST-IX = 0
                   MOVE WS-I TO WS-FIRST-IX
               ELSE
                   IF WS-ITEM-FORECAST(WS-I)
                       < WS-ITEM-FORECAST(WS-FIRST-IX)
                       MOVE WS-I TO WS-FIRST-IX
                   END-IF
               END-IF
           END-IF
           IF WS-HIGH-IX = 0
               MOVE WS-I TO WS-HIGH-IX
           ELSE
               IF WS-ITEM-PERCENT(WS-I) > WS-ITEM-PERCENT(WS-HIGH-IX)
                   MOVE WS-I TO WS-HIGH-IX
               END-IF
           END-IF

           IF WS-HISTORY-OPEN = "Y"
               MOVE WS-ITEM-CODE(WS-I) TO CAPH-ITEM
               MOVE WS-TODAY-DATE TO CAPH-RUN-DATE
               MOVE WS-ITEM-HIGH(WS-I) TO CAPH-HIGH-WATER
               MOVE WS-ITEM-LIMIT(WS-I) TO CAPH-LIMIT
               MOVE WS-ITEM-PERCENT(WS-I) TO CAPH-PERCENT
               MOVE WS-ITEM-FORECAST(WS-I) TO CAPH-FORECAST-DATE
               MOVE WS-ITEM-FLAG(WS-I) TO CAPH-FLAG
               WRITE CAPACITY-HISTORY-RECORD
                   INVALID KEY
                       REWRITE CAPACITY-HISTORY-RECORD
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           .

      *    THE OLDEST EARLIER RUN STILL INSIDE THE GROWTH WINDOW -
      *    A RE-RUN TODAY NEVER MEASURES AGAINST ITSELF
       FIND-GROWTH-BASE.
           MOVE 0 TO WS-ITEM-BASE-DATE(WS-I)
           MOVE 0 TO WS-ITEM-BASE-HIGH(WS-I)
           MOVE WS-ITEM-CODE(WS-I) TO CAPH-ITEM
           MOVE WS-WINDOW-START TO CAPH-RUN-DATE
           START HISTORY-FILE KEY >= CAPH-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ HISTORY-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF CAPH-ITEM = WS-ITEM-CODE(WS-I)
               AND CAPH-RUN-DATE < WS-TODAY-DATE
               MOVE CAPH-RUN-DATE TO WS-ITEM-BASE-DATE(WS-I)
               MOVE CAPH-HIGH-WATER TO WS-ITEM-BASE-HIGH(WS-I)
           END-IF
           .

      *    STRAIGHT-LINE: THE DAILY GROWTH SINCE THE BASE RUN, AND
      *    THE ROOM LEFT DIVIDED BY IT. NO GROWTH (OR A LARGEST
      *    AMOUNT THAT HAS COME DOWN) MEANS NO FORECAST; NOR DOES A
      *    DATE MORE THAN A THOUSAND YEARS OUT.
       FORECAST-EXHAUSTION.
           MOVE 999999999 TO WS-DAYS-LEFT
           IF WS-ITEM-BASE-DATE(WS-I) = 0
               OR WS-ITEM-HIGH(WS-I) <= WS-ITEM-BASE-HIGH(WS-I)
               OR WS-ITEM-HIGH(WS-I) >= WS-ITEM-LIMIT(WS-I)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BASE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-ITEM-BASE-DATE(WS-I))
           IF WS-BASE-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAILY-GROWTH =
               (WS-ITEM-HIGH(WS-I) - WS-ITEM-BASE-HIGH(WS-I))
               / WS-BASE-DAYS
           IF WS-DAILY-GROWTH = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-LEFT =
               (WS-ITEM-LIMIT(WS-I) - WS-ITEM-HIGH(WS-I))
               / WS-DAILY-GROWTH
               ON SIZE ERROR
                   MOVE 999999999 TO WS-DAYS-LEFT
           END-COMPUTE
           IF WS-DAYS-LEFT > 365000
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ITEM-FORECAST(WS-I) = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INTEGER + WS-DAYS-LEFT)
           .

      *================================================================
      *    OUTPUT
      *================================================================
       WRITE-STATUS-LINE.
           OPEN OUTPUT STATUS-FILE
           IF WS-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT WRITE THE CAPACITY STATUS - "
                   "STATUS: " WS-STATUS-FILE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO CAPS-RUN-DATE
           MOVE WS-WARN-DAYS TO CAPS-WARN-DAYS
           MOVE WS-ITEM-COUNT TO CAPS-ITEMS-CHECKED
           MOVE WS-FLAGGED-COUNT TO CAPS-ITEMS-FLAGGED
           MOVE WS-FULL-COUNT TO CAPS-ITEMS-FULL
           MOVE SPACES TO CAPS-FIRST-ITEM
           MOVE 0 TO CAPS-FIRST-DATE
           IF WS-FIRST-IX > 0
               MOVE WS-ITEM-NAME(WS-FIRST-IX) TO CAPS-FIRST-ITEM
               MOVE WS-ITEM-FORECAST(WS-FIRST-IX) TO CAPS-FIRST-DATE
           END-IF
           MOVE WS-ITEM-NAME(WS-HIGH-IX) TO CAPS-HIGH-ITEM
           MOVE WS-ITEM-PERCENT(WS-HIGH-IX) TO CAPS-HIGH-PERCENT
           WRITE CAPACITY-STATUS-RECORD
           CLOSE STATUS-FILE
           .

       WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "KEY-SPACE AND FIELD CAPACITY - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GROWTH MEASURED OVER UP TO " WS-GROWTH-WEEKS
               " WEEKS; FLAGGED WHEN FORECAST TO RUN OUT WITHIN "
               WS-WARN-DAYS " DAYS OR OVER " WS-WARN-PCT "% USED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  ITEM                               HIGH-WATER"
               & "            LIMIT  % USED  SINCE     RUNS OUT  FLAG"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-ITEM-COUNT
               PERFORM WRITE-ITEM-LINE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ITEMS FLAGGED " WS-FLAGGED-COUNT
               "   AT THEIR LIMIT " WS-FULL-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FIRST-IX > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  FIRST TO RUN OUT: "
                   WS-ITEM-NAME(WS-FIRST-IX) " ON "
                   WS-ITEM-FORECAST(WS-FIRST-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "  NOTHING IS GROWING FAST ENOUGH TO FORECAST"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

      *    KEYS PRINT AS WHOLE NUMBERS, AMOUNTS WITH THEIR CENTS.
      *    "SINCE" IS THE BASE RUN THE GROWTH WAS MEASURED FROM.
       WRITE-ITEM-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ITEM-NAME(WS-I) TO REPORT-LINE(3:30)
           IF WS-I >= WS-IX-BALANCE
               MOVE WS-ITEM-HIGH(WS-I) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO REPORT-LINE(34:12)
               MOVE WS-ITEM-LIMIT(WS-I) TO WS-MONEY-DISPLAY
               MOVE WS-MONEY-DISPLAY TO REPORT-LINE(51:12)
           ELSE
               MOVE WS-ITEM-HIGH(WS-I) TO WS-VALUE-DISPLAY
               MOVE WS-VALUE-DISPLAY TO REPORT-LINE(33:13)
               MOVE WS-ITEM-LIMIT(WS-I) TO WS-VALUE-DISPLAY
               MOVE WS-VALUE-DISPLAY TO REPORT-LINE(50:13)
           END-IF
           MOVE WS-ITEM-PERCENT(WS-I) TO WS-PERCENT-DISPLAY
           MOVE WS-PERCENT-DISPLAY TO REPORT-LINE(65:5)
           IF WS-ITEM-BASE-DATE(WS-I) NOT = 0
               MOVE WS-ITEM-BASE-DATE(WS-I) TO REPORT-LINE(72:8)
           ELSE
               MOVE "--" TO REPORT-LINE(72:8)
           END-IF
           IF WS-ITEM-FORECAST(WS-I) NOT = 0
               MOVE WS-ITEM-FORECAST(WS-I) TO WS-FORECAST-DISPLAY
           ELSE
               MOVE "NEVER" TO WS-FORECAST-DISPLAY
           END-IF
           MOVE WS-FORECAST-DISPLAY TO REPORT-LINE(82:8)
           MOVE WS-ITEM-FLAG(WS-I) TO REPORT-LINE(92:4)
           WRITE REPORT-LINE
           .

       END PROGRAM CAPACITY-MONITOR.
