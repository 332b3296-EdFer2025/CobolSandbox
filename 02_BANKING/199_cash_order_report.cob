       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-ORDER-REPORT.

      *    MONTHLY BUSINESS COIN AND CURRENCY ORDER VOLUME AND FEE
      *    REPORT. FOR ONE CALENDAR MONTH IT TAKES EVERY ORDER
      *    FULFILLED IN THE MONTH (cash_orders.dat, KEPT BY CASH-ORDER
      *    - 197_cash_order.cob) AND, CUSTOMER ACCOUNT BY CUSTOMER
      *    ACCOUNT, GIVES THE NUMBER OF ORDERS, THE CASH HANDED OVER
      *    AND THE HANDLING FEES CHARGED, WITH ORDERS CANCELLED IN THE
      *    MONTH ALONGSIDE, THEN THE MONTH'S TOTALS. THE ORDER FILE IS
      *    READ ON ITS ACCOUNT KEY SO EACH ACCOUNT'S ORDERS COME
      *    TOGETHER. WRITES 02_BANKING/cash_order_report.txt.
      *
      *    A MONTHLY ("M") JOB-SCHEDULER JOB. CALLED BY THE
      *    SCHEDULER WITH RUN MODE "P" IT REPORTS THE CURRENT
      *    BUSINESS MONTH; RUN STANDALONE IT ASKS FOR THE MONTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE
               ASSIGN TO "02_BANKING/cash_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ID
               ALTERNATE RECORD KEY IS CO-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/cash_order_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
           COPY "CASH-ORDER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ORDER-OPEN PIC X VALUE "N".
       01 WS-ORDER-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REPORT-MONTH PIC 9(6).

       01 WS-CURRENT-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-CURRENT-CUSTOMER PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-ORDERS PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-CANCELLED PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-VALUE PIC 9(9)V99 VALUE 0.
       01 WS-ACCOUNT-FEES PIC 9(7)V99 VALUE 0.

       01 WS-CUSTOMER-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-ORDERS PIC 9(5) VALUE 0.
       01 WS-TOTAL-CANCELLED PIC 9(5) VALUE 0.
       01 WS-TOTAL-VALUE PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-FEES PIC 9(9)V99 VALUE 0.

       01 WS-COUNT-DISPLAY PIC ZZ,ZZ9.
       01 WS-COUNT-DISPLAY-2 PIC ZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-FEE-DISPLAY PIC Z,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           IF LK-RUN-MODE = "P"
               MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
           ELSE
               DISPLAY "REPORT MONTH (YYYYMM):" WITH NO ADVANCING
               ACCEPT WS-REPORT-MONTH
               IF WS-REPORT-MONTH = 0
                   MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
               END-IF
           END-IF

      *    NO ORDER FILE YET SIMPLY MEANS NO ORDERS HAVE BEEN TAKEN
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "00"
               MOVE "Y" TO WS-ORDER-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               IF WS-ORDER-OPEN = "Y"
                   CLOSE ORDER-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "COIN AND CURRENCY ORDER VOLUME AND FEES FOR MONTH "
               WS-REPORT-MONTH "   (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT    CUSTOMER  ORDERS  CANCELLED      CASH "
               & "ISSUED  HANDLING FEES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ORDER-OPEN = "Y"
               PERFORM REPORT-BY-ACCOUNT
               CLOSE ORDER-FILE
           END-IF
           PERFORM REPORT-TOTALS

           CLOSE REPORT-FILE
           DISPLAY "CASH ORDER REPORT FOR " WS-REPORT-MONTH
               " COMPLETE - " WS-TOTAL-ORDERS " ORDERS FULFILLED FOR "
               WS-CUSTOMER-COUNT " CUSTOMER ACCOUNTS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       REPORT-BY-ACCOUNT.
           MOVE "N" TO WS-ORDER-FILE-EOF
           MOVE 0 TO CO-ACCOUNT
           START ORDER-FILE KEY >= CO-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-FILE-EOF
           END-START
           PERFORM UNTIL WS-ORDER-FILE-EOF = "Y"
               READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ORDER-FILE-EOF
                   NOT AT END
                       PERFORM ADD-ONE-ORDER
               END-READ
           END-PERFORM
           PERFORM WRITE-ACCOUNT-LINE
           .

       ADD-ONE-ORDER.
           IF CO-ACCOUNT NOT = WS-CURRENT-ACCOUNT
               PERFORM WRITE-ACCOUNT-LINE
               MOVE CO-ACCOUNT TO WS-CURRENT-ACCOUNT
               MOVE CO-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           END-IF
           IF CO-STATUS = "F"
               AND CO-FULFILLED-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-ACCOUNT-ORDERS
               ADD CO-ORDER-VALUE TO WS-ACCOUNT-VALUE
               ADD CO-FEE TO WS-ACCOUNT-FEES
           END-IF
      *    A CANCELLED ORDER CARRIES NO CANCELLATION DATE - IT IS
      *    COUNTED IN THE MONTH IT WAS DUE FOR PICKUP
           IF CO-STATUS = "X"
               AND CO-PICKUP-DATE(1:6) = WS-REPORT-MONTH
               ADD 1 TO WS-ACCOUNT-CANCELLED
           END-IF
           .

      *    ONE LINE PER ACCOUNT WITH ANY ACTIVITY IN THE MONTH, THEN
      *    THE ACCOUNT'S FIGURES ARE CLEARED FOR THE NEXT ONE
       WRITE-ACCOUNT-LINE.
           IF WS-ACCOUNT-ORDERS > 0 OR WS-ACCOUNT-CANCELLED > 0
               ADD 1 TO WS-CUSTOMER-COUNT
               ADD WS-ACCOUNT-ORDERS TO WS-TOTAL-ORDERS
               ADD WS-ACCOUNT-CANCELLED TO WS-TOTAL-CANCELLED
               ADD WS-ACCOUNT-VALUE TO WS-TOTAL-VALUE
               ADD WS-ACCOUNT-FEES TO WS-TOTAL-FEES
               MOVE WS-ACCOUNT-ORDERS TO WS-COUNT-DISPLAY
               MOVE WS-ACCOUNT-CANCELLED TO WS-COUNT-DISPLAY-2
               MOVE WS-ACCOUNT-VALUE TO WS-AMOUNT-DISPLAY
               MOVE WS-ACCOUNT-FEES TO WS-FEE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING WS-CURRENT-ACCOUNT "  " WS-CURRENT-CUSTOMER
                   "     " WS-COUNT-DISPLAY "     " WS-COUNT-DISPLAY-2
                   " " WS-AMOUNT-DISPLAY "   " WS-FEE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE 0 TO WS-ACCOUNT-ORDERS
           MOVE 0 TO WS-ACCOUNT-CANCELLED
           MOVE 0 TO WS-ACCOUNT-VALUE
           MOVE 0 TO WS-ACCOUNT-FEES
           .

       REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-ORDERS TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-CANCELLED TO WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-VALUE TO WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-FEES TO WS-FEE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL                " WS-COUNT-DISPLAY "     "
               WS-COUNT-DISPLAY-2 " " WS-AMOUNT-DISPLAY "   "
               WS-FEE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-CUSTOMER-COUNT " CUSTOMER ACCOUNTS ORDERED CASH "
               "IN THE MONTH"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM CASH-ORDER-REPORT.
