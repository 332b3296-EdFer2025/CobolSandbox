      *    SCHEDULE ROW WHOSE DUE DATE HAS PASSED UNPAID, AGED INTO
      *    THE USUAL 30/60/90+ BUCKETS PER LOAN, WITH THE CUSTOMER
      *    AND DEPOSIT ACCOUNT SO COLLECTIONS KNOWS WHO TO RING.
      *    AN INSTALLMENT REDRAWN SINCE IT WAS FIRST SCHEDULED (A
      *    PREPAYMENT RE-AMORTIZED THE LOAN) ALSO SHOWS THE AMOUNT
      *    ORIGINALLY BILLED, FROM loan_schedule_history.dat, AND
      *    AN INSTALLMENT LOAN-LATE-CHARGE HAS CHARGED SHOWS THE
      *    LATE CHARGE ON A LINE BENEATH IT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT SCHEDULE-HISTORY-FILE
               ASSIGN TO "02_BANKING/loan_schedule_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/loan_delinquency_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD SCHEDULE-HISTORY-FILE.
           COPY "LOAN-SCHEDULE-HISTORY-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-SCHEDULE-FILE-EOF PIC X VALUE "N".
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-HISTORY-EOF PIC X.
       01 WS-ORIGINAL-PAYMENT PIC 9(7)V99.
       01 WS-ORIGINAL-DISPLAY PIC Z,ZZZ,ZZ9.99.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(9).
       01 WS-BUCKET PIC X(6).
       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERDUE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-LATE-CHARGE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
               STOP RUN
           END-IF
           OPEN INPUT LOAN-FILE
           OPEN INPUT SCHEDULE-HISTORY-FILE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOAN   INST DUE       PAYMENT       DAYS  BUCKET"
               & "  CUSTOMER ACCT       ORIGINALLY"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
               WS-AMOUNT-DISPLAY " PAST DUE IN TOTAL"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LATE-CHARGE-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "LATE CHARGES ASSESSED ON THESE INSTALLMENTS: "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-FILE
           IF WS-HISTORY-STATUS = "00"
               CLOSE SCHEDULE-HISTORY-FILE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "LOAN DELINQUENCY REPORT COMPLETE - "
           ADD 1 TO WS-OVERDUE-COUNT
           ADD LSCH-PAYMENT TO WS-OVERDUE-TOTAL
           MOVE LSCH-PAYMENT TO WS-AMOUNT-DISPLAY
           PERFORM FIND-ORIGINAL-PAYMENT
           MOVE SPACES TO REPORT-LINE
           IF WS-ORIGINAL-PAYMENT = 0
               STRING LSCH-LOAN-ID "  " LSCH-INSTALLMENT-NO "  "
                   LSCH-DUE-DATE "  " WS-AMOUNT-DISPLAY "  "
                   WS-DAYS-OVERDUE "  " WS-BUCKET "  "
                   LOAN-CUSTOMER-ID " " LOAN-ACCOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE WS-ORIGINAL-PAYMENT TO WS-ORIGINAL-DISPLAY
               STRING LSCH-LOAN-ID "  " LSCH-INSTALLMENT-NO "  "
                   LSCH-DUE-DATE "  " WS-AMOUNT-DISPLAY "  "
                   WS-DAYS-OVERDUE "  " WS-BUCKET "  "
                   LOAN-CUSTOMER-ID " " LOAN-ACCOUNT
                   WS-ORIGINAL-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF LSCH-LATE-CHARGE-DATE NOT = 0
               ADD LSCH-LATE-CHARGE TO WS-LATE-CHARGE-TOTAL
               MOVE LSCH-LATE-CHARGE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "             LATE CHARGE " WS-AMOUNT-DISPLAY
                   " ASSESSED " LSCH-LATE-CHARGE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

      *    THE FIRST SUPERSEDED VERSION HOLDING THIS INSTALLMENT IS
      *    WHAT THE BORROWER WAS ORIGINALLY BILLED. ZERO WHEN THE
      *    ROW HAS NEVER BEEN REDRAWN.
       FIND-ORIGINAL-PAYMENT.
           MOVE 0 TO WS-ORIGINAL-PAYMENT
           IF WS-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HISTORY-EOF
           MOVE LSCH-LOAN-ID TO LSH-LOAN-ID
           MOVE 0 TO LSH-VERSION
           MOVE 0 TO LSH-INSTALLMENT-NO
           START SCHEDULE-HISTORY-FILE KEY >= LSH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HISTORY-EOF
           END-START
           PERFORM UNTIL WS-HISTORY-EOF = "Y"
               READ SCHEDULE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HISTORY-EOF
                   NOT AT END
                       IF LSH-LOAN-ID NOT = LSCH-LOAN-ID
                           MOVE "Y" TO WS-HISTORY-EOF
                       ELSE
                           IF LSH-INSTALLMENT-NO = LSCH-INSTALLMENT-NO
                               MOVE LSH-PAYMENT TO WS-ORIGINAL-PAYMENT
                               MOVE "Y" TO WS-HISTORY-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM LOAN-DELINQUENCY.
