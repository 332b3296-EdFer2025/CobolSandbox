       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION-EVALUATION.

      *    NIGHTLY EVALUATION OF THE ACCOUNT-OPENING BONUS
      *    PROMOTIONS (PROMOTION-RECORD.cpy). BANKING'S ADD-ACCOUNT
      *    ENROLS EACH ELIGIBLE NEW ACCOUNT IN
      *    02_BANKING/promo_enrollments.dat; TONIGHT:
      *      - TODAY'S POSTINGS IN transaction.dat ARE SCANNED FOR
      *        QUALIFYING CREDITS TO AN ENROLLED ACCOUNT INSIDE ITS
      *        QUALIFYING WINDOW. A DIRECT DEPOSIT IS AN INBOUND
      *        SETTLEMENT CREDIT (TYPE "B") OR A PAYROLL CREDIT
      *        (TYPE "T" WITH A "PAYROLL/" MEMO, FROM
      *        PAYROLL-ORIGINATION); A PROMOTION COUNTING ANY
      *        CUSTOMER CREDIT ALSO TAKES DEPOSITS (TYPE "D") AND
      *        TRANSFERS IN FROM ANOTHER CUSTOMER ACCOUNT. REVERSED
      *        POSTINGS AND REVERSAL ENTRIES NEVER COUNT;
      *      - AN ENROLMENT WHOSE CREDITS NOW MEET THE PROMOTION'S
      *        CONDITIONS IS PAID ITS BONUS - A TYPE "T" POSTING
      *        FROM THE MARKETING EXPENSE CONTROL ACCOUNT - AS LONG
      *        AS THE ACCOUNT IS ACTIVE; A FROZEN OR RESTRICTED ONE
      *        WAITS UNTIL IT IS;
      *      - ONE PAST ITS DEADLINE WITHOUT QUALIFYING, OR WHOSE
      *        ACCOUNT HAS CLOSED OR BEEN CHARGED OFF BEFORE BEING
      *        PAID, EXPIRES;
      *      - A PAID ONE WHOSE ACCOUNT CLOSED INSIDE THE CLAWBACK
      *        PERIOD WITHOUT GOING THROUGH BANKING'S CLOSE-ACCOUNT
      *        (WHICH TAKES THE BONUS BACK ITSELF) IS MARKED
      *        UNRECOVERED FOR THE DESK.
      *    EACH NIGHT'S CREDITS ARE HELD APART ON THE ENROLMENT
      *    (PEN-DAY-...) AND ONLY FOLDED INTO THE RUNNING TOTAL THE
      *    NEXT NIGHT, SO A RERUN OF THE SAME NIGHT COUNTS THEM
      *    AFRESH INSTEAD OF TWICE. THE NIGHT'S ACTIVITY AND A
      *    RESULTS SECTION PER PROMOTION ARE WRITTEN TO
      *    promotion_results_report.txt.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE
               ASSIGN TO "02_BANKING/promotions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-ID
               FILE STATUS IS WS-PROMOTION-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "02_BANKING/promo_enrollments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-ACCOUNT
               ALTERNATE RECORD KEY IS PEN-PROMO-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PEN-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/promotion_results_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROMOTION-FILE.
           COPY "PROMOTION-RECORD.cpy".

       FD ENROLLMENT-FILE.
           COPY "PROMO-ENROLLMENT-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-PROMOTION-STATUS PIC XX.
       01 WS-ENROLLMENT-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ENROLLMENT-EOF PIC X VALUE "N".
       01 WS-PROMOTION-EOF PIC X VALUE "N".
       01 WS-TRANSACTION-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-QUALIFYING PIC X.
       01 WS-PROMOTION-FOUND PIC X.
       01 WS-TOTAL-AMOUNT PIC 9(7)V99.
       01 WS-TOTAL-COUNT PIC 9(4).
       01 WS-ACTION-TEXT PIC X(34).
       01 WS-ACTION-AMOUNT PIC 9(7)V99.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

      *TONIGHT'S TOTALS
       01 WS-CREDITS-COUNTED PIC 9(5) VALUE 0.
       01 WS-PAID-COUNT PIC 9(5) VALUE 0.
       01 WS-PAID-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-UNRECOVERED-COUNT PIC 9(5) VALUE 0.
       01 WS-ACTIVITY-COUNT PIC 9(5) VALUE 0.

      *ONE PROMOTION'S RESULTS, ACROSS EVERY ENROLMENT IT HAS HAD
       01 WS-R-ENROLLED PIC 9(5).
       01 WS-R-OPEN PIC 9(5).
       01 WS-R-PAID PIC 9(5).
       01 WS-R-EXPIRED PIC 9(5).
       01 WS-R-TAKEN-BACK PIC 9(5).
       01 WS-R-UNRECOVERED PIC 9(5).
       01 WS-R-PAID-AMOUNT PIC 9(9)V99.
       01 WS-R-CLAWBACK-AMOUNT PIC 9(9)V99.
       01 WS-R-LOST-AMOUNT PIC 9(9)V99.
       01 WS-R-NET-AMOUNT PIC S9(9)V99.
       01 WS-R-AMOUNT-1 PIC ZZZ,ZZ9.99.
       01 WS-R-AMOUNT-2 PIC ZZZ,ZZ9.99.
       01 WS-R-AMOUNT-3 PIC ZZZ,ZZ9.99.
       01 WS-R-NET-DISPLAY PIC -ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           OPEN I-O ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS = "35"
               DISPLAY "PROMOTION EVALUATION: NO ACCOUNTS ENROLLED "
                   "IN A PROMOTION - NOTHING TO EVALUATE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE PROMOTION ENROLMENT "
                   "FILE - STATUS: " WS-ENROLLMENT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PROMOTION-FILE
           IF WS-PROMOTION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE PROMOTION FILE - "
                   "STATUS: " WS-PROMOTION-STATUS " ***"
               CLOSE ENROLLMENT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE ENROLLMENT-FILE
               CLOSE PROMOTION-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ROLL-DAY-COUNTS
           PERFORM COUNT-TODAYS-CREDITS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PROMOTION RESULTS - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TONIGHT'S ACTIVITY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT   PROMO    ACTION                       "
               & "            AMOUNT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           PERFORM EVALUATE-ENROLLMENTS
           CLOSE TRANSACTION-FILE

           IF WS-ACTIVITY-COUNT = 0
               MOVE "   NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAID-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-CREDITS-COUNTED " QUALIFYING CREDITS COUNTED, "
               WS-PAID-COUNT " BONUSES PAID (" WS-AMOUNT-DISPLAY ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-EXPIRED-COUNT " EXPIRED, " WS-HELD-COUNT
               " QUALIFIED BUT HELD, " WS-UNRECOVERED-COUNT
               " CLOSED WITH THE BONUS UNRECOVERED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM WRITE-PROMOTION-RESULTS

           CLOSE ENROLLMENT-FILE
           CLOSE PROMOTION-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE
           DISPLAY "PROMOTION EVALUATION COMPLETE - "
               WS-PAID-COUNT " BONUSES PAID, " WS-EXPIRED-COUNT
               " EXPIRED"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    AN EARLIER NIGHT'S CREDITS JOIN THE RUNNING TOTAL; THE
      *    SLOT IS THEN CLEARED FOR TONIGHT. IF TONIGHT IS BEING RUN
      *    AGAIN ITS OWN CREDITS ARE SIMPLY CLEARED AND RECOUNTED.
       ROLL-DAY-COUNTS.
           MOVE "N" TO WS-ENROLLMENT-EOF
           MOVE 0 TO PEN-ACCOUNT
           START ENROLLMENT-FILE KEY >= PEN-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-ENROLLMENT-EOF
           END-START
           PERFORM UNTIL WS-ENROLLMENT-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLLMENT-EOF
                   NOT AT END
                       IF PEN-STATUS = "E"
                           AND PEN-DAY-DATE NOT = WS-TODAY-DATE
                           ADD PEN-DAY-AMOUNT TO PEN-QUAL-AMOUNT
                           ADD PEN-DAY-COUNT TO PEN-QUAL-COUNT
                           MOVE 0 TO PEN-DAY-AMOUNT
                           MOVE 0 TO PEN-DAY-COUNT
                           MOVE WS-TODAY-DATE TO PEN-DAY-DATE
                           REWRITE PROMO-ENROLLMENT-RECORD
                       ELSE
                           IF PEN-STATUS = "E"
                               MOVE 0 TO PEN-DAY-AMOUNT
                               MOVE 0 TO PEN-DAY-COUNT
                               REWRITE PROMO-ENROLLMENT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    transaction.dat HOLDS YESTERDAY'S POSTINGS AS WELL UNTIL
      *    TRANSACTION-ARCHIVE RUNS, SO ONLY TODAY'S ARE TAKEN.
       COUNT-TODAYS-CREDITS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TRANSACTION-EOF
           PERFORM UNTIL WS-TRANSACTION-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRANSACTION-EOF
                   NOT AT END
                       IF TRANSACTION-DATE = WS-TODAY-DATE
                           AND TRANSACTION-REVERSED NOT = "Y"
                           AND TRANSACTION-REVERSAL-OF-REF = 0
                           AND TO-ACCOUNT < GL-FIRST-CONTROL-ACCOUNT
                           PERFORM COUNT-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           .

       COUNT-ONE-CREDIT.
           MOVE TO-ACCOUNT TO PEN-ACCOUNT
           READ ENROLLMENT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF PEN-STATUS NOT = "E"
               OR TRANSACTION-DATE < PEN-OPEN-DATE
               OR TRANSACTION-DATE > PEN-DEADLINE
               EXIT PARAGRAPH
           END-IF
           MOVE PEN-PROMO-ID TO PRM-ID
           READ PROMOTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "N" TO WS-QUALIFYING
           IF TRANSACTION-TYPE = "B"
               MOVE "Y" TO WS-QUALIFYING
           END-IF
           IF TRANSACTION-TYPE = "T"
               AND TRANSACTION-MEMO(1:8) = "PAYROLL/"
               MOVE "Y" TO WS-QUALIFYING
           END-IF
           IF PRM-QUAL-RULE = "C"
               IF TRANSACTION-TYPE = "D"
                   MOVE "Y" TO WS-QUALIFYING
               END-IF
               IF TRANSACTION-TYPE = "T"
                   AND FROM-ACCOUNT NOT = 0
                   AND FROM-ACCOUNT NOT = TO-ACCOUNT
                   AND FROM-ACCOUNT < GL-FIRST-CONTROL-ACCOUNT
                   MOVE "Y" TO WS-QUALIFYING
               END-IF
           END-IF
           IF WS-QUALIFYING NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD TRANSACTION-AMOUNT TO PEN-DAY-AMOUNT
           ADD 1 TO PEN-DAY-COUNT
           MOVE WS-TODAY-DATE TO PEN-DAY-DATE
           REWRITE PROMO-ENROLLMENT-RECORD
           IF WS-ENROLLMENT-STATUS = "00"
               ADD 1 TO WS-CREDITS-COUNTED
           END-IF
           .

       EVALUATE-ENROLLMENTS.
           MOVE "N" TO WS-ENROLLMENT-EOF
           MOVE 0 TO PEN-ACCOUNT
           START ENROLLMENT-FILE KEY >= PEN-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-ENROLLMENT-EOF
           END-START
           PERFORM UNTIL WS-ENROLLMENT-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLLMENT-EOF
                   NOT AT END
                       EVALUATE PEN-STATUS
                           WHEN "E"
                               PERFORM EVALUATE-OPEN-ENROLLMENT
                           WHEN "P"
                               PERFORM CHECK-PAID-ENROLLMENT
                       END-EVALUATE
               END-READ
           END-PERFORM
           .

       EVALUATE-OPEN-ENROLLMENT.
           MOVE PEN-PROMO-ID TO PRM-ID
           READ PROMOTION-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE PEN-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "C" TO ACCOUNT-STATUS
           END-READ
           IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
               MOVE "X" TO PEN-STATUS
               MOVE WS-TODAY-DATE TO PEN-EXPIRED-DATE
               REWRITE PROMO-ENROLLMENT-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED - ACCOUNT CLOSED" TO WS-ACTION-TEXT
               MOVE 0 TO WS-ACTION-AMOUNT
               PERFORM WRITE-ACTIVITY-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-TOTAL-AMOUNT = PEN-QUAL-AMOUNT + PEN-DAY-AMOUNT
           COMPUTE WS-TOTAL-COUNT = PEN-QUAL-COUNT + PEN-DAY-COUNT
           IF WS-TOTAL-AMOUNT >= PRM-QUAL-MIN-AMOUNT
               AND WS-TOTAL-COUNT >= PRM-QUAL-MIN-COUNT
               AND WS-TOTAL-COUNT > 0
               IF PEN-QUALIFIED-DATE = 0
                   MOVE WS-TODAY-DATE TO PEN-QUALIFIED-DATE
                   REWRITE PROMO-ENROLLMENT-RECORD
               END-IF
               IF ACCOUNT-STATUS = "A"
                   PERFORM PAY-BONUS
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE SPACES TO WS-ACTION-TEXT
                   STRING "QUALIFIED - HELD, ACCOUNT STATUS "
                       ACCOUNT-STATUS
                       DELIMITED BY SIZE INTO WS-ACTION-TEXT
                   MOVE PEN-BONUS-AMOUNT TO WS-ACTION-AMOUNT
                   PERFORM WRITE-ACTIVITY-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-TODAY-DATE >= PEN-DEADLINE
               MOVE "X" TO PEN-STATUS
               MOVE WS-TODAY-DATE TO PEN-EXPIRED-DATE
               REWRITE PROMO-ENROLLMENT-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED - DEADLINE MISSED" TO WS-ACTION-TEXT
               MOVE WS-TOTAL-AMOUNT TO WS-ACTION-AMOUNT
               PERFORM WRITE-ACTIVITY-LINE
           END-IF
           .

      *    THE BONUS IS A TRANSFER FROM MARKETING EXPENSE - THE
      *    CUSTOMER'S SIDE IS CREDITED FIRST, AS IN CHARGE-OFF.
       PAY-BONUS.
           ADD PEN-BONUS-AMOUNT TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE ACCOUNT "
                   ACCOUNT-NUMBER " - STATUS: " WS-ACCOUNT-STATUS
                   " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE GL-MARKETING-EXPENSE-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** MARKETING EXPENSE CONTROL ACCOUNT "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   SUBTRACT PEN-BONUS-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ

           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE GL-MARKETING-EXPENSE-ACCOUNT TO FROM-ACCOUNT
           MOVE PEN-ACCOUNT TO TO-ACCOUNT
           MOVE PEN-BONUS-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "PROMO BONUS:" PEN-PROMO-ID
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING PROMOTION BONUS "
                   "TRANSACTION - STATUS: " WS-TRANSACTION-STATUS
                   " ***"
           END-IF

           MOVE "P" TO PEN-STATUS
           MOVE WS-TODAY-DATE TO PEN-PAID-DATE
           MOVE TRANSACTION-REF TO PEN-PAID-REF
           REWRITE PROMO-ENROLLMENT-RECORD
           ADD 1 TO WS-PAID-COUNT
           ADD PEN-BONUS-AMOUNT TO WS-PAID-TOTAL
           MOVE "BONUS PAID" TO WS-ACTION-TEXT
           MOVE PEN-BONUS-AMOUNT TO WS-ACTION-AMOUNT
           PERFORM WRITE-ACTIVITY-LINE
           .

      *    BANKING'S CLOSE-ACCOUNT TAKES A BONUS BACK AND MARKS THE
      *    ENROLMENT ITSELF; A PAID ONE STILL "P" ON A CLOSED
      *    ACCOUNT INSIDE THE PERIOD WENT ANOTHER WAY (OFFBOARDING,
      *    FOR ONE) AND IS LEFT TO THE DESK TO RECOVER.
       CHECK-PAID-ENROLLMENT.
           IF WS-TODAY-DATE > PEN-CLAWBACK-UNTIL
               EXIT PARAGRAPH
           END-IF
           MOVE PEN-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "C" TO ACCOUNT-STATUS
           END-READ
           IF ACCOUNT-STATUS NOT = "C"
               EXIT PARAGRAPH
           END-IF
           MOVE "U" TO PEN-STATUS
           MOVE WS-TODAY-DATE TO PEN-CLAWBACK-DATE
           MOVE 0 TO PEN-CLAWBACK-AMOUNT
           REWRITE PROMO-ENROLLMENT-RECORD
           ADD 1 TO WS-UNRECOVERED-COUNT
           MOVE "CLOSED - BONUS NOT RECOVERED" TO WS-ACTION-TEXT
           MOVE PEN-BONUS-AMOUNT TO WS-ACTION-AMOUNT
           PERFORM WRITE-ACTIVITY-LINE
           .

       WRITE-ACTIVITY-LINE.
           ADD 1 TO WS-ACTIVITY-COUNT
           MOVE WS-ACTION-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING PEN-ACCOUNT " " PEN-PROMO-ID " " WS-ACTION-TEXT
               "  " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    ONE SECTION PER PROMOTION ON FILE, OVER EVERY ENROLMENT IT
      *    HAS HAD. "PAID" COUNTS EVERY BONUS EVER PAID, INCLUDING
      *    THOSE SINCE TAKEN BACK; "NOT RECOVERED" IS WHAT STAYED
      *    WITH ACCOUNTS CLOSED INSIDE THE CLAWBACK PERIOD.
       WRITE-PROMOTION-RESULTS.
           MOVE "N" TO WS-PROMOTION-EOF
           MOVE LOW-VALUES TO PRM-ID
           START PROMOTION-FILE KEY >= PRM-ID
               INVALID KEY
                   MOVE "Y" TO WS-PROMOTION-EOF
           END-START
           PERFORM UNTIL WS-PROMOTION-EOF = "Y"
               READ PROMOTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROMOTION-EOF
                   NOT AT END
                       PERFORM WRITE-ONE-PROMOTION
               END-READ
           END-PERFORM
           .

       WRITE-ONE-PROMOTION.
           MOVE 0 TO WS-R-ENROLLED WS-R-OPEN WS-R-PAID WS-R-EXPIRED
               WS-R-TAKEN-BACK WS-R-UNRECOVERED
           MOVE 0 TO WS-R-PAID-AMOUNT WS-R-CLAWBACK-AMOUNT
               WS-R-LOST-AMOUNT
           MOVE "N" TO WS-ENROLLMENT-EOF
           MOVE PRM-ID TO PEN-PROMO-ID
           START ENROLLMENT-FILE KEY = PEN-PROMO-ID
               INVALID KEY
                   MOVE "Y" TO WS-ENROLLMENT-EOF
           END-START
           PERFORM UNTIL WS-ENROLLMENT-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLLMENT-EOF
                   NOT AT END
                       IF PEN-PROMO-ID NOT = PRM-ID
                           MOVE "Y" TO WS-ENROLLMENT-EOF
                       ELSE
                           PERFORM COUNT-ONE-RESULT
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-R-NET-AMOUNT =
               WS-R-PAID-AMOUNT - WS-R-CLAWBACK-AMOUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PROMOTION " PRM-ID "  " PRM-DESCRIPTION
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE PRM-BONUS-AMOUNT TO WS-R-AMOUNT-1
           MOVE SPACES TO REPORT-LINE
           STRING "  OPENED " PRM-START-DATE " TO " PRM-END-DATE
               "  BONUS " WS-R-AMOUNT-1 "  STATUS " PRM-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ENROLLED " WS-R-ENROLLED "  IN PROGRESS "
               WS-R-OPEN "  PAID " WS-R-PAID "  EXPIRED "
               WS-R-EXPIRED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  TAKEN BACK " WS-R-TAKEN-BACK
               "  CLOSED UNRECOVERED " WS-R-UNRECOVERED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-R-PAID-AMOUNT TO WS-R-AMOUNT-1
           MOVE WS-R-CLAWBACK-AMOUNT TO WS-R-AMOUNT-2
           MOVE WS-R-LOST-AMOUNT TO WS-R-AMOUNT-3
           MOVE WS-R-NET-AMOUNT TO WS-R-NET-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  PAID " WS-R-AMOUNT-1 "  TAKEN BACK "
               WS-R-AMOUNT-2 "  NOT RECOVERED " WS-R-AMOUNT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  NET COST " WS-R-NET-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       COUNT-ONE-RESULT.
           ADD 1 TO WS-R-ENROLLED
           EVALUATE PEN-STATUS
               WHEN "E"
                   ADD 1 TO WS-R-OPEN
               WHEN "X"
                   ADD 1 TO WS-R-EXPIRED
               WHEN "R"
                   ADD 1 TO WS-R-TAKEN-BACK
                   ADD PEN-CLAWBACK-AMOUNT TO WS-R-CLAWBACK-AMOUNT
                   IF PEN-CLAWBACK-AMOUNT < PEN-BONUS-AMOUNT
                       COMPUTE WS-R-LOST-AMOUNT = WS-R-LOST-AMOUNT
                           + PEN-BONUS-AMOUNT - PEN-CLAWBACK-AMOUNT
                   END-IF
               WHEN "U"
                   ADD 1 TO WS-R-UNRECOVERED
                   ADD PEN-BONUS-AMOUNT TO WS-R-LOST-AMOUNT
           END-EVALUATE
           IF PEN-PAID-DATE NOT = 0
               ADD 1 TO WS-R-PAID
               ADD PEN-BONUS-AMOUNT TO WS-R-PAID-AMOUNT
           END-IF
           .

       END PROGRAM PROMOTION-EVALUATION.
