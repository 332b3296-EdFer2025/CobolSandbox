       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-LATE-CHARGE.

      *    NIGHTLY LATE CHARGE ASSESSMENT. LOAN-DELINQUENCY AGES
      *    OVERDUE INSTALLMENTS BUT NEVER CHARGED FOR THEM, SO PAYING
      *    LATE COST A BORROWER NOTHING. EVERY OPEN loan_schedule.dat
      *    ROW STILL UNPAID MORE THAN LOAN-LATE-GRACE-DAYS (FALLBACK
      *    15) AFTER ITS DUE DATE IS CHARGED ONCE:
      *      - LOAN-LATE-FEE-PCT OF THE INSTALLMENT WHEN THAT
      *        PARAMETER IS SET ABOVE ZERO (E.G. 0.0500 = 5%),
      *      - OTHERWISE THE FLAT LOAN-LATE-FEE-FLAT (FALLBACK 25.00).
      *    THE CHARGE IS STAMPED ON THE SCHEDULE ROW (SO THE ROW IS
      *    NEVER CHARGED AGAIN) AND ADDED TO LOAN-LATE-CHARGES-DUE ON
      *    THE LOAN MASTER. NOTHING POSTS HERE - THE NEXT INSTALLMENT
      *    COLLECTED, OR A PAYOFF, TAKES THE CHARGES FIRST AS A TYPE
      *    "F" LEG TO THE FEE INCOME CONTROL ACCOUNT.
      *
      *    RUNS AS AN END-OF-DAY STEP AFTER LOAN-AUTOPAY, SO AN
      *    INSTALLMENT AUTO-PAY COLLECTED TONIGHT IS NOT CHARGED -
      *    GOBACK RETURNS TO THAT DRIVER WITH RETURN-CODE 0 (OK) OR
      *    4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO "02_BANKING/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-SCHEDULE-FILE
               ASSIGN TO "02_BANKING/loan_schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/loan_late_charge_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-SCHEDULE-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(9).
       01 WS-DAYS-OVERDUE PIC S9(5).
       01 WS-LATE-CHARGE PIC 9(5)V99.
       01 WS-CHARGED-COUNT PIC 9(5) VALUE 0.
       01 WS-CHARGED-TOTAL PIC 9(7)V99 VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC ZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC Z,ZZZ,ZZ9.99.

      *LOAN-LATE-GRACE-DAYS, LOAN-LATE-FEE-PCT AND
      *LOAN-LATE-FEE-FLAT PARAMETER ROWS
       01 WS-GRACE-DAYS PIC 9(3) VALUE 15.
       01 WS-LATE-FEE-PCT PIC 9V9(4) VALUE 0.
       01 WS-LATE-FEE-FLAT PIC 9(5)V99 VALUE 25.00.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           MOVE "LOAN-LATE-GRACE-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-GRACE-DAYS
           END-IF
           MOVE "LOAN-LATE-FEE-PCT" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-LATE-FEE-PCT
           END-IF
           MOVE "LOAN-LATE-FEE-FLAT" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-LATE-FEE-FLAT
           END-IF

           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "35"
               DISPLAY "LOAN LATE CHARGE: NO SCHEDULE FILE ON DISK - "
                   "NOTHING TO CHARGE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN SCHEDULE - "
                   "STATUS: " WS-SCHEDULE-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN MASTER - "
                   "STATUS: " WS-LOAN-STATUS " ***"
               CLOSE LOAN-SCHEDULE-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAN LATE CHARGES ASSESSED - " WS-TODAY-DATE
               "  (GRACE " WS-GRACE-DAYS " DAYS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LOAN   INST DUE        DAYS  LATE CHARGE  CUSTOMER"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO LSCH-LOAN-ID
           MOVE 0 TO LSCH-INSTALLMENT-NO
           START LOAN-SCHEDULE-FILE KEY >= LSCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCHEDULE-FILE-EOF
           END-START
           PERFORM UNTIL WS-SCHEDULE-FILE-EOF = "Y"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-FILE-EOF
                   NOT AT END
                       IF LSCH-STATUS = "O"
                           AND LSCH-LATE-CHARGE-DATE = 0
                           AND LSCH-DUE-DATE < WS-TODAY-DATE
                           PERFORM CHARGE-IF-PAST-GRACE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHARGED-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHARGED-COUNT " INSTALLMENTS CHARGED, "
               WS-TOTAL-DISPLAY " IN LATE CHARGES"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE LOAN-SCHEDULE-FILE
           CLOSE LOAN-FILE
           CLOSE REPORT-FILE
           DISPLAY "LOAN LATE CHARGE COMPLETE - " WS-CHARGED-COUNT
               " INSTALLMENTS CHARGED"
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    THE GRACE PERIOD COUNTS CALENDAR DAYS FROM THE DUE DATE.
      *    A LOAN ALREADY PAID OFF OR MISSING FROM THE MASTER IS
      *    LEFT ALONE.
       CHARGE-IF-PAST-GRACE.
           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER -
               FUNCTION INTEGER-OF-DATE(LSCH-DUE-DATE)
           IF WS-DAYS-OVERDUE <= WS-GRACE-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE LSCH-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF LOAN-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF

           IF WS-LATE-FEE-PCT > 0
               COMPUTE WS-LATE-CHARGE ROUNDED =
                   LSCH-PAYMENT * WS-LATE-FEE-PCT
           ELSE
               MOVE WS-LATE-FEE-FLAT TO WS-LATE-CHARGE
           END-IF
           IF WS-LATE-CHARGE = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LATE-CHARGE TO LSCH-LATE-CHARGE
           MOVE WS-TODAY-DATE TO LSCH-LATE-CHARGE-DATE
           REWRITE LOAN-SCHEDULE-RECORD
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO STAMP THE LATE CHARGE ON LOAN "
                   LOAN-ID " INSTALLMENT " LSCH-INSTALLMENT-NO
                   " - STATUS: " WS-SCHEDULE-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD WS-LATE-CHARGE TO LOAN-LATE-CHARGES-DUE
           REWRITE LOAN-RECORD
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE LOAN " LOAN-ID
                   " - STATUS: " WS-LOAN-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CHARGED-COUNT
           ADD WS-LATE-CHARGE TO WS-CHARGED-TOTAL
           MOVE WS-LATE-CHARGE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING LSCH-LOAN-ID "  " LSCH-INSTALLMENT-NO "  "
               LSCH-DUE-DATE "  " WS-DAYS-OVERDUE "  "
               WS-AMOUNT-DISPLAY "    " LOAN-CUSTOMER-ID
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM LOAN-LATE-CHARGE.
