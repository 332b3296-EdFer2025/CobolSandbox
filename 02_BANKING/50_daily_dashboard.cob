      *    SHOWS:
      *      - ACCOUNTS OPENED AND CLOSED (FROM THE AUDIT LOG)
      *      - TRANSACTION COUNTS AND AMOUNTS BY TYPE
      *      - FEE INCOME, INTEREST PAID AND INTEREST ACCRUED
      *      - REVERSAL COUNT
      *      - BATCH IMPORT ACCEPT/REJECT COUNTS
      *      - THE LATEST WEEKLY KEY-SPACE AND FIELD-CAPACITY CHECK
      *        (CAPACITY-MONITOR, 184_capacity_monitor.cob)
      *    THE FIGURES ARE APPENDED TO A HISTORY FILE SO EACH DAY
      *    PRINTS ALONGSIDE THE PRIOR DAY AND THE SAME WEEKDAY LAST
      *    WEEK, WITH A FLAG ON ANY FIGURE THAT MOVED MORE THAN THE
               RECORD KEY IS DASH-DATE
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CAPACITY-FILE
               ASSIGN TO "02_BANKING/capacity_status.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPACITY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/daily_dashboard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 DASH-BATCH-ACCEPTED PIC 9(5).
           05 DASH-BATCH-REJECTED PIC 9(5).

       FD CAPACITY-FILE.
           COPY "CAPACITY-STATUS-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CAPACITY-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.

       01 WS-TARGET-DATE PIC 9(8).
           05 WS-T-TXN-AMOUNT PIC 9(11)V99 VALUE 0.
           05 WS-T-FEE-INCOME PIC 9(9)V99 VALUE 0.
           05 WS-T-INTEREST-PAID PIC 9(9)V99 VALUE 0.
           05 WS-T-INTEREST-ACCRUED PIC 9(9)V99 VALUE 0.
           05 WS-T-REVERSALS PIC 9(5) VALUE 0.
           05 WS-T-BATCH-ACCEPTED PIC 9(5) VALUE 0.
           05 WS-T-BATCH-REJECTED PIC 9(5) VALUE 0.
           05 WS-C-OTHER PIC 9(7) VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.

      *THE CAPACITY CHECK RUNS WEEKLY - ONE OLDER THAN THIS MANY
      *DAYS MEANS THE WEEKLY JOB HAS STOPPED RUNNING
       01 WS-CAPACITY-FOUND PIC X VALUE "N".
       01 WS-CAPACITY-STALE-DAYS PIC 9(3) VALUE 8.
       01 WS-CAPACITY-AGE PIC S9(9).
       01 WS-CAPACITY-PCT-DISPLAY PIC ZZ9.9.

       LINKAGE SECTION.
       01 LK-TARGET-DATE PIC 9(8).

           ELSE
               MOVE LK-TARGET-DATE TO WS-TARGET-DATE
           END-IF
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - THE
      *    ACCRUAL LEG IS RECOGNISED BY ITS CONTROL NUMBERS
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE)
           COMPUTE WS-PRIOR-DAY =
           PERFORM COUNT-AUDIT-EVENTS
           PERFORM SWEEP-TRANSACTIONS
           PERFORM COUNT-BATCH-REJECTS
           PERFORM READ-CAPACITY-STATUS
           PERFORM LOAD-COMPARISON-ROWS
           PERFORM SAVE-TODAYS-ROW
           PERFORM WRITE-DASHBOARD-REPORT
               WHEN "O"
                   ADD 1 TO WS-C-F
                   ADD TRANSACTION-AMOUNT TO WS-T-FEE-INCOME
      *        THE NIGHTLY ACCRUAL (INTEREST EXPENSE TO ACCRUED
      *        INTEREST PAYABLE) IS NOT A PAYMENT - IT IS PAID AGAIN
      *        AS TYPE "I" WHEN THE ACCOUNT IS CREDITED
               WHEN "I"
                   IF FROM-ACCOUNT = GL-INTEREST-EXPENSE-ACCOUNT
                       AND TO-ACCOUNT = GL-ACCRUED-INTEREST-ACCOUNT
                       ADD TRANSACTION-AMOUNT TO WS-T-INTEREST-ACCRUED
                   ELSE
                       ADD 1 TO WS-C-I
                       ADD TRANSACTION-AMOUNT TO WS-T-INTEREST-PAID
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-C-OTHER
           END-EVALUATE
           CLOSE REJECT-FILE
           .

       READ-CAPACITY-STATUS.
           OPEN INPUT CAPACITY-FILE
           IF WS-CAPACITY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CAPACITY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-CAPACITY-FOUND
           END-READ
           CLOSE CAPACITY-FILE
           .

       LOAD-COMPARISON-ROWS.
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
           STRING "INTEREST PAID:  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-T-INTEREST-ACCRUED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ACCRUED INT:    " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "REVERSALS: " WS-T-REVERSALS
               "  REJECTED: " WS-T-BATCH-REJECTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-CAPACITY-LINES

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           .

      *    THE MONITOR'S OWN SUMMARY LINE - A FLAG IS PRINTED WHEN
      *    ANYTHING IS INSIDE ITS WARNING HORIZON OR WHEN THE CHECK
      *    ITSELF HAS GONE STALE
       WRITE-CAPACITY-LINES.
           IF WS-CAPACITY-FOUND NOT = "Y"
               MOVE "CAPACITY CHECK: NONE ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-FLAG
           IF CAPS-ITEMS-FLAGGED > 0
               MOVE "** CHECK **" TO WS-FLAG
           END-IF
           COMPUTE WS-CAPACITY-AGE = WS-DATE-INTEGER
               - FUNCTION INTEGER-OF-DATE(CAPS-RUN-DATE)
           IF WS-CAPACITY-AGE > WS-CAPACITY-STALE-DAYS
               MOVE "** STALE **" TO WS-FLAG
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CAPACITY CHECK (" CAPS-RUN-DATE "): "
               CAPS-ITEMS-FLAGGED " OF " CAPS-ITEMS-CHECKED
               " FLAGGED, " CAPS-ITEMS-FULL " FULL  " WS-FLAG
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF CAPS-FIRST-DATE NOT = 0
               STRING "  FIRST TO RUN OUT: "
                   FUNCTION TRIM(CAPS-FIRST-ITEM) " ON "
                   CAPS-FIRST-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "  FIRST TO RUN OUT: NONE FORECAST"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE CAPS-HIGH-PERCENT TO WS-CAPACITY-PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  CLOSEST TO LIMIT: "
               FUNCTION TRIM(CAPS-HIGH-ITEM) " AT "
               WS-CAPACITY-PCT-DISPLAY "% USED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM DAILY-DASHBOARD.
