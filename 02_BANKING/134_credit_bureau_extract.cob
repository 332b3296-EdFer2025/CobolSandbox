       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-BUREAU-EXTRACT.

      *    MONTHLY CREDIT BUREAU SUBMISSION FOR THE LOAN BOOK, RUN
      *    FROM JOB-SCHEDULER (FREQUENCY "M", PASSED RUN-MODE "P").
      *    EVERY RUNNING LOAN, AND EVERY LOAN PAID OFF THIS MONTH,
      *    GETS ONE FIXED-WIDTH CREDIT-BUREAU-RECORD IN A DATED
      *    SUBMISSION FILE 02_BANKING/credit_bureau_YYYYMM.dat -
      *    HEADER, DETAILS, AND A TRAILER CARRYING THE RECORD COUNT,
      *    BALANCE AND PAST-DUE CONTROL TOTALS THE BUREAU TIES OUT
      *    AGAINST. SUBMISSION FILES ARE NEVER OVERWRITTEN BY A
      *    LATER MONTH, SO EVERY FILE SENT STAYS ON DISK.
      *
      *    THE BORROWER'S NAME AND BIRTH DATE COME FROM THE CUSTOMER
      *    MASTER AND THE ADDRESS FROM THE CONTACT ROW IN FORCE. THE
      *    PAYMENT STATUS IS AGED THE SAME WAY LOAN-DELINQUENCY AGES
      *    ITS REPORT - FROM THE OLDEST INSTALLMENT DUE AND STILL
      *    UNPAID ON THE REPORTING DATE (CODES IN
      *    CREDIT-BUREAU-RECORD.cpy). A PAID-OFF LOAN IS REPORTED
      *    ONCE, CLOSED, IN THE MONTH ITS LAST INSTALLMENT CLEARED -
      *    OR THE NEXT MONTH'S RUN IF IT CLEARED AFTER THIS ONE.
      *
      *    EACH ROW SENT IS ALSO KEPT PER LOAN AND MONTH IN
      *    credit_bureau_history.dat. RUN STANDALONE, OPTION 2
      *    RE-AGES A PRIOR MONTH (ONE LOAN, OR EVERY LOAN SENT THAT
      *    MONTH) AS AT THAT MONTH'S LAST DAY FROM THE SCHEDULE AS IT
      *    STANDS NOW - A LATE PAYMENT RECORDED LATE, A REVERSAL, A
      *    BACK-DATED ADDRESS CHANGE - KEEPING THE BALANCE THAT WAS
      *    SENT, AND WRITES EVERY ROW THAT NO LONGER MATCHES WHAT
      *    WAS SENT TO A CORRECTION FILE
      *    credit_bureau_YYYYMM_C<DATE><TIME>.dat, FLAGGED "C".
      *
      *    GOBACK RETURNS RETURN-CODE 0 (OK) OR 4 (FAILED).

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

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "02_BANKING/credit_bureau_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

      *    FILENAME IS BUILT AT RUN TIME FROM THE REPORTING MONTH,
      *    THE SAME DATED-GENERATION PATTERN OUTBOUND-SETTLEMENT
      *    USES FOR ITS ACH FILE.
           SELECT BUREAU-FILE
               ASSIGN TO WS-BUREAU-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/credit_bureau_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD HISTORY-FILE.
       01 BUREAU-HISTORY-RECORD.
           05 CBH-KEY.
               10 CBH-LOAN-ID PIC 9(5).
               10 CBH-MONTH PIC 9(6).
           05 CBH-SUBMITTED-DATE PIC 9(8).
      *    ZERO UNTIL THE ROW HAS BEEN RESENT AS A CORRECTION
           05 CBH-CORRECTED-DATE PIC 9(8).
      *    THE CREDIT-BUREAU-RECORD IMAGE LAST SENT FOR THE MONTH
           05 CBH-DETAIL PIC X(216).

       FD BUREAU-FILE.
       01 BUREAU-LINE PIC X(216).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "CREDIT-BUREAU-RECORD.cpy".
       01 WS-LOAN-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-BUREAU-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-LOAN-EOF PIC X VALUE "N".
       01 WS-SCHEDULE-EOF PIC X.
       01 WS-CONTACT-EOF PIC X.
       01 WS-SCHEDULE-OPEN PIC X VALUE "N".
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-BUREAU-FILENAME PIC X(60).
       01 WS-OPTION PIC 9 VALUE 0.
      *    "M" = MONTHLY SUBMISSION, "C" = CORRECTION RUN
       01 WS-RUN-KIND PIC X VALUE "M".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(8).
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR PIC 9(4).
           05 WS-REPORT-MM PIC 9(2).
       01 WS-PRIOR-MONTH PIC 9(6).
       01 WS-CURRENT-MONTH PIC 9(6).
       01 WS-AS-OF-DATE PIC 9(8).
       01 WS-AS-OF-INTEGER PIC 9(7).
       01 WS-NEXT-FIRST PIC 9(8).
       01 WS-CORRECT-LOAN-ID PIC 9(5) VALUE 0.
       01 WS-INCLUDE PIC X.

      *    WHAT THE SCHEDULE SAYS AS AT THE REPORTING DATE
       01 WS-OLDEST-DUE-DATE PIC 9(8).
       01 WS-PAST-DUE-AMOUNT PIC 9(7)V99.
       01 WS-DAYS-PAST-DUE PIC S9(5).
       01 WS-AS-OF-BALANCE PIC S9(7)V99.
       01 WS-SENT-BALANCE PIC 9(7)V99.
       01 WS-CLOSED-DATE PIC 9(8).

       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNCHANGED-COUNT PIC 9(7) VALUE 0.
       01 WS-BALANCE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-PAST-DUE-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-REPORT-ACTION PIC X(10).

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-MONTH
           IF LK-RUN-MODE = "P"
               MOVE 1 TO WS-OPTION
               DISPLAY "CREDIT BUREAU SUBMISSION FOR "
                   WS-CURRENT-MONTH " (UNATTENDED)"
           ELSE
               DISPLAY "1 - THIS MONTH'S SUBMISSION"
               DISPLAY "2 - CORRECTION FOR A PRIOR MONTH"
               DISPLAY "OPTION:" WITH NO ADVANCING
               ACCEPT WS-OPTION
           END-IF

           EVALUATE WS-OPTION
               WHEN 1
                   MOVE "M" TO WS-RUN-KIND
                   MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
                   MOVE WS-TODAY-DATE TO WS-AS-OF-DATE
               WHEN 2
                   MOVE "C" TO WS-RUN-KIND
                   PERFORM ACCEPT-CORRECTION-MONTH
                   IF WS-REPORT-MONTH = 0
                       MOVE 0 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID OPTION - NOTHING EXTRACTED"
                   MOVE 0 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           COMPUTE WS-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
           IF WS-REPORT-MM = 1
               COMPUTE WS-PRIOR-MONTH =
                   (WS-REPORT-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 1
           END-IF

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "35"
               DISPLAY "CREDIT BUREAU EXTRACT: NO LOANS ON DISK - "
                   "NOTHING TO REPORT"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN MASTER - "
                   "STATUS: " WS-LOAN-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE BUREAU HISTORY - "
                   "STATUS: " WS-HISTORY-STATUS " ***"
               CLOSE LOAN-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               MOVE "Y" TO WS-SCHEDULE-OPEN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF

           MOVE SPACES TO WS-BUREAU-FILENAME
           IF WS-RUN-KIND = "M"
               STRING "02_BANKING/credit_bureau_" WS-REPORT-MONTH
                   ".dat"
                   DELIMITED BY SIZE INTO WS-BUREAU-FILENAME
           ELSE
               ACCEPT WS-NOW-TIME FROM TIME
               STRING "02_BANKING/credit_bureau_" WS-REPORT-MONTH
                   "_C" WS-TODAY-DATE WS-NOW-TIME(1:6) ".dat"
                   DELIMITED BY SIZE INTO WS-BUREAU-FILENAME
           END-IF
           OPEN OUTPUT BUREAU-FILE
           IF WS-BUREAU-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE SUBMISSION FILE - "
                   "STATUS: " WS-BUREAU-STATUS " ***"
               PERFORM CLOSE-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO BUREAU-LINE
           STRING "HDR " WS-TODAY-DATE " " WS-REPORT-MONTH " "
               WS-RUN-KIND " BANKING LOAN BOOK"
               DELIMITED BY SIZE INTO BUREAU-LINE
           WRITE BUREAU-LINE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           IF WS-RUN-KIND = "M"
               STRING "CREDIT BUREAU SUBMISSION - MONTH "
                   WS-REPORT-MONTH "  RUN " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "CREDIT BUREAU CORRECTION - MONTH "
                   WS-REPORT-MONTH "  RUN " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "LOAN  CUSTOMER  BALANCE       PAST DUE      DAYS ST"
               & "  ACTION"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-RUN-KIND = "C" AND WS-CORRECT-LOAN-ID NOT = 0
               MOVE WS-CORRECT-LOAN-ID TO LOAN-ID
               READ LOAN-FILE
                   INVALID KEY
                       DISPLAY "THERE IS NO LOAN WITH ID "
                           WS-CORRECT-LOAN-ID
                   NOT INVALID KEY
                       PERFORM REPORT-ONE-LOAN
               END-READ
           ELSE
               PERFORM UNTIL WS-LOAN-EOF = "Y"
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LOAN-EOF
                       NOT AT END
                           PERFORM REPORT-ONE-LOAN
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO BUREAU-LINE
           STRING "TRL " WS-RECORD-COUNT " " WS-BALANCE-TOTAL " "
               WS-PAST-DUE-TOTAL " " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO BUREAU-LINE
           WRITE BUREAU-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-RECORD-COUNT " RECORDS SENT (" WS-CLOSED-COUNT
               " CLOSED), " WS-UNCHANGED-COUNT " UNCHANGED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FILE: " WS-BUREAU-FILENAME
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM CLOSE-FILES
           CLOSE BUREAU-FILE
           CLOSE REPORT-FILE
           DISPLAY "CREDIT BUREAU EXTRACT COMPLETE - " WS-RECORD-COUNT
               " RECORDS WRITTEN TO " FUNCTION TRIM(WS-BUREAU-FILENAME)
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    A CORRECTION IS ALWAYS FOR A MONTH ALREADY SUBMITTED - THE
      *    CURRENT MONTH IS STILL OPEN AND GOES OUT WITH THE NORMAL
      *    MONTH-END RUN. ZERO LEFT IN WS-REPORT-MONTH MEANS "STOP".
       ACCEPT-CORRECTION-MONTH.
           DISPLAY "MONTH TO CORRECT (YYYYMM):" WITH NO ADVANCING
           ACCEPT WS-REPORT-MONTH
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               OR WS-REPORT-MONTH NOT < WS-CURRENT-MONTH
               DISPLAY "THE MONTH MUST BE A PAST MONTH IN YYYYMM FORM"
               MOVE 0 TO WS-REPORT-MONTH
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LOAN ID (0 = EVERY LOAN SENT THAT MONTH):"
               WITH NO ADVANCING
           ACCEPT WS-CORRECT-LOAN-ID
      *    RE-AGED AS AT THE MONTH'S LAST CALENDAR DAY
           IF WS-REPORT-MM = 12
               COMPUTE WS-NEXT-FIRST =
                   (WS-REPORT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST = WS-REPORT-MONTH * 100 + 101
           END-IF
           COMPUTE WS-AS-OF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST) - 1)
           .

       REPORT-ONE-LOAN.
           PERFORM SCAN-LOAN-SCHEDULE
           MOVE "N" TO WS-INCLUDE
           MOVE LOAN-ID TO CBH-LOAN-ID
           IF WS-RUN-KIND = "C"
      *        ONLY A ROW ACTUALLY SENT FOR THE MONTH CAN BE CORRECTED
               MOVE WS-REPORT-MONTH TO CBH-MONTH
               READ HISTORY-FILE
                   INVALID KEY
                       IF WS-CORRECT-LOAN-ID NOT = 0
                           DISPLAY "LOAN " LOAN-ID " WAS NOT SENT FOR "
                               WS-REPORT-MONTH " - NOTHING TO CORRECT"
                       END-IF
                   NOT INVALID KEY
                       MOVE CBH-DETAIL TO CREDIT-BUREAU-RECORD
                       MOVE CBR-CURRENT-BALANCE TO WS-SENT-BALANCE
                       MOVE "Y" TO WS-INCLUDE
               END-READ
           ELSE
               EVALUATE TRUE
                   WHEN LOAN-STATUS = "A"
                       AND LOAN-ORIGINATION-DATE <= WS-AS-OF-DATE
                       MOVE "Y" TO WS-INCLUDE
                   WHEN LOAN-STATUS = "C"
                       AND WS-CLOSED-DATE(1:6) = WS-REPORT-MONTH
                       MOVE "Y" TO WS-INCLUDE
                   WHEN LOAN-STATUS = "C"
      *                PAID OFF AFTER LAST MONTH'S RUN - STILL SHOWN
      *                OPEN AT THE BUREAU UNTIL IT IS SENT CLOSED
                       MOVE WS-PRIOR-MONTH TO CBH-MONTH
                       READ HISTORY-FILE
                           NOT INVALID KEY
                               MOVE CBH-DETAIL TO CREDIT-BUREAU-RECORD
                               IF CBR-PAYMENT-STATUS NOT = "13"
                                   MOVE "Y" TO WS-INCLUDE
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF
           IF WS-INCLUDE NOT = "Y"
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-BUREAU-RECORD
           IF WS-RUN-KIND = "C"
               MOVE "N" TO CBR-CORRECTION-FLAG
               IF CREDIT-BUREAU-RECORD = CBH-DETAIL
                   ADD 1 TO WS-UNCHANGED-COUNT
                   MOVE "UNCHANGED" TO WS-REPORT-ACTION
                   PERFORM WRITE-REPORT-DETAIL
                   IF WS-CORRECT-LOAN-ID NOT = 0
                       DISPLAY "LOAN " LOAN-ID " STILL AGES AS SENT - "
                           "NO CORRECTION NEEDED"
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM SEND-BUREAU-RECORD
           .

      *    ONE PASS OVER THE LOAN'S SCHEDULE, AS AT WS-AS-OF-DATE:
      *    AN INSTALLMENT DUE BY THEN IS PAST DUE IF IT WAS STILL
      *    UNPAID THAT DAY (OPEN NOW, OR PAID ONLY AFTERWARDS); A
      *    PAID-OFF LOAN CLOSED ON ITS LAST PAID DATE.
       SCAN-LOAN-SCHEDULE.
           MOVE 0 TO WS-OLDEST-DUE-DATE
           MOVE 0 TO WS-PAST-DUE-AMOUNT
           MOVE 0 TO WS-CLOSED-DATE
           IF WS-SCHEDULE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCHEDULE-EOF
           MOVE LOAN-ID TO LSCH-LOAN-ID
           MOVE 0 TO LSCH-INSTALLMENT-NO
           START LOAN-SCHEDULE-FILE KEY >= LSCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCHEDULE-EOF
           END-START
           PERFORM UNTIL WS-SCHEDULE-EOF = "Y"
               READ LOAN-SCHEDULE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCHEDULE-EOF
                   NOT AT END
                       IF LSCH-LOAN-ID NOT = LOAN-ID
                           MOVE "Y" TO WS-SCHEDULE-EOF
                       ELSE
                           PERFORM AGE-ONE-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM
           .

       AGE-ONE-INSTALLMENT.
           IF LSCH-STATUS = "P" AND LSCH-PAID-DATE > WS-CLOSED-DATE
               MOVE LSCH-PAID-DATE TO WS-CLOSED-DATE
           END-IF
           IF LSCH-DUE-DATE < WS-AS-OF-DATE
               AND (LSCH-STATUS = "O"
                   OR LSCH-PAID-DATE > WS-AS-OF-DATE)
               ADD LSCH-PAYMENT TO WS-PAST-DUE-AMOUNT
               IF WS-OLDEST-DUE-DATE = 0
                   OR LSCH-DUE-DATE < WS-OLDEST-DUE-DATE
                   MOVE LSCH-DUE-DATE TO WS-OLDEST-DUE-DATE
               END-IF
           END-IF
           .

       BUILD-BUREAU-RECORD.
           INITIALIZE CREDIT-BUREAU-RECORD
           MOVE "DTL" TO CBR-RECORD-TYPE
           IF WS-RUN-KIND = "C"
               MOVE "C" TO CBR-CORRECTION-FLAG
           ELSE
               MOVE "N" TO CBR-CORRECTION-FLAG
           END-IF
           MOVE WS-REPORT-MONTH TO CBR-REPORT-MONTH
           MOVE LOAN-ID TO CBR-LOAN-ID
           MOVE LOAN-CUSTOMER-ID TO CBR-CUSTOMER-ID
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE LOAN-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CUSTOMER-LAST-NAME TO CBR-LAST-NAME
                       MOVE CUSTOMER-FIRST-NAME TO CBR-FIRST-NAME
                       MOVE CUSTOMER-BIRTH-DATE TO CBR-BIRTH-DATE
               END-READ
           END-IF
           PERFORM FIND-BORROWER-ADDRESS
           MOVE LOAN-ORIGINATION-DATE TO CBR-OPEN-DATE
           MOVE LOAN-PRINCIPAL TO CBR-ORIGINAL-AMOUNT
           MOVE LOAN-MONTHLY-PAYMENT TO CBR-SCHEDULED-PAYMENT

           IF LOAN-STATUS = "C" AND WS-CLOSED-DATE <= WS-AS-OF-DATE
               MOVE 0 TO CBR-CURRENT-BALANCE
               MOVE 0 TO CBR-AMOUNT-PAST-DUE
               MOVE 0 TO CBR-DAYS-PAST-DUE
               MOVE "13" TO CBR-PAYMENT-STATUS
               MOVE WS-CLOSED-DATE TO CBR-CLOSED-DATE
               EXIT PARAGRAPH
           END-IF

      *    THE MONTH-END RUN REPORTS THE LIVE BALANCE; A CORRECTION
      *    KEEPS THE BALANCE SENT AT THAT MONTH'S END
           IF WS-RUN-KIND = "M"
               MOVE LOAN-OUTSTANDING TO WS-AS-OF-BALANCE
           ELSE
               MOVE WS-SENT-BALANCE TO WS-AS-OF-BALANCE
           END-IF
           IF WS-AS-OF-BALANCE > 0
               MOVE WS-AS-OF-BALANCE TO CBR-CURRENT-BALANCE
           END-IF
           MOVE WS-PAST-DUE-AMOUNT TO CBR-AMOUNT-PAST-DUE
           MOVE 0 TO WS-DAYS-PAST-DUE
           IF WS-OLDEST-DUE-DATE > 0
               COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE-DATE)
           END-IF
           MOVE WS-DAYS-PAST-DUE TO CBR-DAYS-PAST-DUE
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE >= 180
                   MOVE "84" TO CBR-PAYMENT-STATUS
               WHEN WS-DAYS-PAST-DUE >= 150
                   MOVE "83" TO CBR-PAYMENT-STATUS
               WHEN WS-DAYS-PAST-DUE >= 120
                   MOVE "82" TO CBR-PAYMENT-STATUS
               WHEN WS-DAYS-PAST-DUE >= 90
                   MOVE "80" TO CBR-PAYMENT-STATUS
               WHEN WS-DAYS-PAST-DUE >= 60
                   MOVE "78" TO CBR-PAYMENT-STATUS
               WHEN WS-DAYS-PAST-DUE >= 30
                   MOVE "71" TO CBR-PAYMENT-STATUS
               WHEN OTHER
                   MOVE "11" TO CBR-PAYMENT-STATUS
           END-EVALUATE
           .

      *    WRITES THE DETAIL TO THE SUBMISSION FILE, KEEPS ITS IMAGE
      *    IN THE HISTORY AND ADDS IT TO THE TRAILER TOTALS.
       SEND-BUREAU-RECORD.
           MOVE CREDIT-BUREAU-RECORD TO BUREAU-LINE
           WRITE BUREAU-LINE
           ADD 1 TO WS-RECORD-COUNT
           ADD CBR-CURRENT-BALANCE TO WS-BALANCE-TOTAL
           ADD CBR-AMOUNT-PAST-DUE TO WS-PAST-DUE-TOTAL
           IF CBR-PAYMENT-STATUS = "13"
               ADD 1 TO WS-CLOSED-COUNT
           END-IF

           MOVE LOAN-ID TO CBH-LOAN-ID
           MOVE WS-REPORT-MONTH TO CBH-MONTH
           IF WS-RUN-KIND = "C"
               READ HISTORY-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WS-TODAY-DATE TO CBH-CORRECTED-DATE
               MOVE "CORRECTED" TO WS-REPORT-ACTION
           ELSE
               MOVE WS-TODAY-DATE TO CBH-SUBMITTED-DATE
               MOVE 0 TO CBH-CORRECTED-DATE
               MOVE "SENT" TO WS-REPORT-ACTION
           END-IF
      *    THE IMAGE IS KEPT UNFLAGGED SO A LATER CORRECTION
      *    COMPARES LIKE WITH LIKE
           MOVE CREDIT-BUREAU-RECORD TO CBH-DETAIL
           MOVE "N" TO CBH-DETAIL(4:1)
           WRITE BUREAU-HISTORY-RECORD
           IF WS-HISTORY-STATUS = "22"
               REWRITE BUREAU-HISTORY-RECORD
           END-IF
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "*** FAILED TO KEEP THE BUREAU HISTORY OF LOAN "
                   LOAN-ID " - STATUS: " WS-HISTORY-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           PERFORM WRITE-REPORT-DETAIL
           .

       WRITE-REPORT-DETAIL.
           MOVE CBR-CURRENT-BALANCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING CBR-LOAN-ID " " CBR-CUSTOMER-ID "  "
               WS-AMOUNT-DISPLAY " " DELIMITED BY SIZE
               INTO REPORT-LINE
           MOVE CBR-AMOUNT-PAST-DUE TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO REPORT-LINE(32:12)
           MOVE CBR-DAYS-PAST-DUE TO REPORT-LINE(46:4)
           MOVE CBR-PAYMENT-STATUS TO REPORT-LINE(51:2)
           MOVE WS-REPORT-ACTION TO REPORT-LINE(55:10)
           WRITE REPORT-LINE
           .

      *    THE NEWEST CONTACT ROW ALREADY IN EFFECT ON THE REPORTING
      *    DATE - THE SAME RULE THE STATEMENTS USE FOR THEIR MAILING
      *    HEADER.
       FIND-BORROWER-ADDRESS.
           IF WS-CONTACT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTACT-EOF
           MOVE LOAN-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
           MOVE 0 TO CONTACT-EFFECTIVE-DATE
           START CONTACT-FILE KEY >= CONTACT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CONTACT-EOF
           END-START
           PERFORM UNTIL WS-CONTACT-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CONTACT-EOF
                   NOT AT END
                       IF CONTACT-CUSTOMER-ID NOT = LOAN-CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-AS-OF-DATE
                           MOVE "Y" TO WS-CONTACT-EOF
                       ELSE
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO CBR-ADDRESS-LINE-1
                           MOVE CONTACT-ADDRESS-LINE-2
                               TO CBR-ADDRESS-LINE-2
                           MOVE CONTACT-CITY TO CBR-CITY
                           MOVE CONTACT-POSTAL-CODE TO CBR-POSTAL-CODE
                       END-IF
               END-READ
           END-PERFORM
           .

       CLOSE-FILES.
           CLOSE LOAN-FILE
           CLOSE HISTORY-FILE
           IF WS-SCHEDULE-OPEN = "Y"
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF
           .

       END PROGRAM CREDIT-BUREAU-EXTRACT.
