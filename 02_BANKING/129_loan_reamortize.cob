       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-REAMORTIZE.

      *    REUSABLE SUBPROGRAM: REDRAWS A RUNNING LOAN'S SCHEDULE
      *    FROM LOAN-NEXT-INSTALLMENT ONWARD AGAINST WHAT IS NOW
      *    OUTSTANDING, AT THE LOAN'S CURRENT LOAN-ANNUAL-RATE, THE
      *    SAME WAY LOAN-ORIGINATION BUILT IT (ONE MONTH'S RATE ON
      *    THE RUNNING BALANCE, THE FINAL ROW SWEEPING UP ROUNDING).
      *    THE DUE DATES OF THE EXISTING ROWS ARE KEPT.
      *
      *    LK-METHOD:
      *        "T" = KEEP LOAN-MONTHLY-PAYMENT, SHORTEN THE TERM -
      *              ROWS PAST THE NEW FINAL INSTALLMENT ARE REMOVED
      *              AND LOAN-TERM-MONTHS COMES DOWN
      *        "P" = KEEP THE TERM, RECOMPUTE LOAN-MONTHLY-PAYMENT
      *              WITH THE LEVEL-PAYMENT FORMULA OVER THE
      *              INSTALLMENTS LEFT
      *    EVERY ROW REPLACED OR REMOVED IS FIRST COPIED TO
      *    loan_schedule_history.dat UNDER THE LOAN'S NEXT VERSION
      *    NUMBER, TAGGED WITH LK-REASON, SO THE OLD SCHEDULE STAYS
      *    ON FILE. PAID ROWS ARE NEVER TOUCHED.
      *
      *    THE CALLER MUST HAVE REWRITTEN THE LOAN MASTER (AND
      *    CLOSED ITS OWN LOAN FILES) BEFORE THE CALL. LK-RESULT IS
      *    "Y" WHEN THE SCHEDULE WAS REDRAWN, "N" WHEN NOTHING WAS
      *    DONE.

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

           SELECT SCHEDULE-HISTORY-FILE
               ASSIGN TO "02_BANKING/loan_schedule_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD SCHEDULE-HISTORY-FILE.
           COPY "LOAN-SCHEDULE-HISTORY-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-HISTORY-EOF PIC X.
       01 WS-NEW-VERSION PIC 9(3).
       01 WS-MONTHLY-RATE PIC V9(8).
       01 WS-GROWTH-FACTOR PIC 9(3)V9(8).
       01 WS-MONTHLY-PAYMENT PIC 9(7)V99.
       01 WS-RUNNING-BALANCE PIC S9(7)V9(4).
       01 WS-INSTALLMENT PIC 9(3).
       01 WS-LAST-INSTALLMENT PIC 9(3).
       01 WS-REMAINING PIC 9(3).
       01 WS-NEW-TERM PIC 9(3).
       01 WS-INTEREST-PART PIC 9(7)V99.
       01 WS-PRINCIPAL-PART PIC 9(7)V99.
       01 WS-FINAL-REACHED PIC X.

       LINKAGE SECTION.
       01 LK-LOAN-ID PIC 9(5).
       01 LK-METHOD PIC X.
       01 LK-REASON PIC X(20).
       01 LK-AS-OF-DATE PIC 9(8).
       01 LK-RESULT PIC X.

       PROCEDURE DIVISION USING LK-LOAN-ID LK-METHOD LK-REASON
           LK-AS-OF-DATE LK-RESULT.
       MAIN-LOGIC.
           MOVE "N" TO LK-RESULT
           IF LK-METHOD NOT = "T" AND LK-METHOD NOT = "P"
               EXIT PROGRAM
           END-IF
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           OPEN I-O LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = "00"
               CLOSE LOAN-FILE
               EXIT PROGRAM
           END-IF
           OPEN I-O SCHEDULE-HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT SCHEDULE-HISTORY-FILE
               CLOSE SCHEDULE-HISTORY-FILE
               OPEN I-O SCHEDULE-HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE SCHEDULE HISTORY - "
                   "STATUS: " WS-HISTORY-STATUS " ***"
               CLOSE LOAN-FILE
               CLOSE LOAN-SCHEDULE-FILE
               EXIT PROGRAM
           END-IF

           MOVE LK-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   PERFORM CLOSE-ALL-FILES
                   EXIT PROGRAM
           END-READ
           IF LOAN-STATUS NOT = "A"
               OR LOAN-NEXT-INSTALLMENT > LOAN-TERM-MONTHS
               OR LOAN-OUTSTANDING <= 0
               PERFORM CLOSE-ALL-FILES
               EXIT PROGRAM
           END-IF

           PERFORM FIND-NEXT-VERSION
           COMPUTE WS-MONTHLY-RATE ROUNDED = LOAN-ANNUAL-RATE / 12
           COMPUTE WS-REMAINING =
               LOAN-TERM-MONTHS - LOAN-NEXT-INSTALLMENT + 1
           IF LK-METHOD = "P"
               PERFORM COMPUTE-LEVEL-PAYMENT
               MOVE WS-MONTHLY-PAYMENT TO LOAN-MONTHLY-PAYMENT
           ELSE
               MOVE LOAN-MONTHLY-PAYMENT TO WS-MONTHLY-PAYMENT
           END-IF

           MOVE LOAN-OUTSTANDING TO WS-RUNNING-BALANCE
           MOVE LOAN-TERM-MONTHS TO WS-LAST-INSTALLMENT
           MOVE LOAN-TERM-MONTHS TO WS-NEW-TERM
           MOVE "N" TO WS-FINAL-REACHED
           PERFORM VARYING WS-INSTALLMENT FROM LOAN-NEXT-INSTALLMENT
               BY 1 UNTIL WS-INSTALLMENT > WS-LAST-INSTALLMENT
               MOVE LOAN-ID TO LSCH-LOAN-ID
               MOVE WS-INSTALLMENT TO LSCH-INSTALLMENT-NO
               READ LOAN-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM REDRAW-ONE-ROW
               END-READ
           END-PERFORM

           MOVE WS-NEW-TERM TO LOAN-TERM-MONTHS
           REWRITE LOAN-RECORD
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE LOAN " LOAN-ID
                   " - STATUS: " WS-LOAN-STATUS " ***"
           ELSE
               MOVE "Y" TO LK-RESULT
           END-IF
           PERFORM CLOSE-ALL-FILES
           EXIT PROGRAM.

       CLOSE-ALL-FILES.
           CLOSE LOAN-FILE
           CLOSE LOAN-SCHEDULE-FILE
           CLOSE SCHEDULE-HISTORY-FILE
           .

      *    HISTORY IS KEYED LOAN + VERSION + INSTALLMENT, SO THE
      *    LOAN'S ROWS READ BACK VERSION BY VERSION.
       FIND-NEXT-VERSION.
           MOVE 1 TO WS-NEW-VERSION
           MOVE "N" TO WS-HISTORY-EOF
           MOVE LOAN-ID TO LSH-LOAN-ID
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
                       IF LSH-LOAN-ID NOT = LOAN-ID
                           MOVE "Y" TO WS-HISTORY-EOF
                       ELSE
                           COMPUTE WS-NEW-VERSION = LSH-VERSION + 1
                       END-IF
               END-READ
           END-PERFORM
           .

      *    STANDARD LEVEL-PAYMENT ANNUITY OVER THE INSTALLMENTS
      *    LEFT, AS LOAN-ORIGINATION'S COMPUTE-MONTHLY-PAYMENT.
       COMPUTE-LEVEL-PAYMENT.
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                   LOAN-OUTSTANDING / WS-REMAINING
           ELSE
               COMPUTE WS-GROWTH-FACTOR ROUNDED =
                   (1 + WS-MONTHLY-RATE) ** WS-REMAINING
               COMPUTE WS-MONTHLY-PAYMENT ROUNDED =
                   LOAN-OUTSTANDING * WS-MONTHLY-RATE
                   * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
           END-IF
           .

       REDRAW-ONE-ROW.
           PERFORM COPY-ROW-TO-HISTORY
           IF WS-FINAL-REACHED = "Y"
               DELETE LOAN-SCHEDULE-FILE
               IF WS-SCHEDULE-STATUS NOT = "00"
                   DISPLAY "*** FAILED TO REMOVE SCHEDULE ROW "
                       WS-INSTALLMENT " OF LOAN " LOAN-ID
                       " - STATUS: " WS-SCHEDULE-STATUS " ***"
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-INTEREST-PART ROUNDED =
               WS-RUNNING-BALANCE * WS-MONTHLY-RATE
           IF WS-INSTALLMENT = WS-LAST-INSTALLMENT
               OR WS-RUNNING-BALANCE + WS-INTEREST-PART
                   <= WS-MONTHLY-PAYMENT
               MOVE WS-RUNNING-BALANCE TO WS-PRINCIPAL-PART
               MOVE "Y" TO WS-FINAL-REACHED
               MOVE WS-INSTALLMENT TO WS-NEW-TERM
           ELSE
               COMPUTE WS-PRINCIPAL-PART =
                   WS-MONTHLY-PAYMENT - WS-INTEREST-PART
           END-IF
           SUBTRACT WS-PRINCIPAL-PART FROM WS-RUNNING-BALANCE
           COMPUTE LSCH-PAYMENT = WS-PRINCIPAL-PART + WS-INTEREST-PART
           MOVE WS-PRINCIPAL-PART TO LSCH-PRINCIPAL
           MOVE WS-INTEREST-PART TO LSCH-INTEREST
           MOVE WS-RUNNING-BALANCE TO LSCH-BALANCE-AFTER
           MOVE "O" TO LSCH-STATUS
           MOVE 0 TO LSCH-PAID-DATE
           REWRITE LOAN-SCHEDULE-RECORD
           IF WS-SCHEDULE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE SCHEDULE ROW "
                   WS-INSTALLMENT " OF LOAN " LOAN-ID " - STATUS: "
                   WS-SCHEDULE-STATUS " ***"
           END-IF
           .

       COPY-ROW-TO-HISTORY.
           MOVE LSCH-LOAN-ID TO LSH-LOAN-ID
           MOVE WS-NEW-VERSION TO LSH-VERSION
           MOVE LSCH-INSTALLMENT-NO TO LSH-INSTALLMENT-NO
           MOVE LSCH-DUE-DATE TO LSH-DUE-DATE
           MOVE LSCH-PAYMENT TO LSH-PAYMENT
           MOVE LSCH-PRINCIPAL TO LSH-PRINCIPAL
           MOVE LSCH-INTEREST TO LSH-INTEREST
           MOVE LSCH-BALANCE-AFTER TO LSH-BALANCE-AFTER
           MOVE LSCH-STATUS TO LSH-STATUS
           MOVE LSCH-PAID-DATE TO LSH-PAID-DATE
           MOVE LK-AS-OF-DATE TO LSH-SUPERSEDED-DATE
           MOVE LK-REASON TO LSH-REASON
           WRITE LOAN-SCHEDULE-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "*** FAILED TO KEEP SUPERSEDED ROW "
                   LSCH-INSTALLMENT-NO " OF LOAN " LOAN-ID
                   " - STATUS: " WS-HISTORY-STATUS " ***"
           END-IF
           .

       END PROGRAM LOAN-REAMORTIZE.
