      * 06_process_scheduled_transfers.cob'S ADVANCE-NEXT-DUE-DATE.
      * A DUE DATE THAT LANDS ON A WEEKEND IS ROLLED FORWARD TO THE
      * NEXT BUSINESS DAY VIA 08_business_day_check.cob.
      * A PAPER STATEMENT FOR A CUSTOMER WHOSE ADDRESS IS MARKED AS
      * RETURNED MAIL IS STILL PRODUCED, BUT IS HELD IN
      * 02_BANKING/held_mail.txt INSTEAD OF GOING ON THE MANIFEST.
      * A CUSTOMER WHO HAS OPTED IN TO CONSOLIDATED STATEMENTS
      * (CUSTOMER-CONSOLIDATED-STMT) GETS NO SEPARATE STATEMENT FOR
      * THE ACCOUNTS THEY HOLD AS PRIMARY; INSTEAD ONE STATEMENT PER
      * CUSTOMER IS CUT ON THE COMMON CYCLE DATE (THE CONSOL-STMT-DAY
      * PARAMETER - DAY OF THE MONTH) OPENING WITH A RELATIONSHIP
      * SUMMARY OF EVERY OWN AND JOINT ACCOUNT, TERM DEPOSIT AND
      * LOAN, FOLLOWED BY EACH ONE'S ACTIVITY FOR THE PERIOD. SEE
      * RUN-CONSOLIDATED-STATEMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS STMT-CYCLE-ACCOUNT
               FILE STATUS IS WS-CYCLE-STATUS.

      *    ONE ROW PER CUSTOMER ON CONSOLIDATED STATEMENTS - THE
      *    COMMON CYCLE THEIR ACCOUNTS' OWN CYCLES ARE HELD TO
           SELECT CONSOL-CYCLE-FILE
               ASSIGN TO "02_BANKING/consolidated_cycle.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSTMT-CUSTOMER-ID
               FILE STATUS IS WS-CONSOL-STATUS.

      *    THE RELATIONSHIP SUMMARY ON A CONSOLIDATED STATEMENT -
      *    TERM DETAIL, LOANS AND THEIR NEXT INSTALLMENT
           SELECT TERM-FILE
               ASSIGN TO "02_BANKING/term_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ACCOUNT
               FILE STATUS IS WS-TERM-STATUS.

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
               ASSIGN TO "02_BANKING/statement_cycle_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    INTEREST EARNED SINCE THE LAST MONTH-END CAPITALIZATION -
      *    PRINTED UNDER THE CLOSING BALANCE, WHICH DOES NOT INCLUDE
      *    IT. SEE WRITE-ACCRUED-INTEREST-LINE.
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "02_BANKING/accrued_interest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-ACCOUNT
               FILE STATUS IS WS-ACCRUED-STATUS.

      *    EACH GENERATED STATEMENT GOES TO ITS OWN FILE NAMED BY
      *    ACCOUNT AND STATEMENT DATE, SO THE MAIL HOUSE NEVER
      *    NEEDS SCISSORS. THE NAME IS BUILT PER STATEMENT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *    PAPER KEPT BACK FROM CUSTOMERS WHOSE MAIL IS COMING BACK -
      *    SHARED WITH THE OTHER PROGRAMS THAT MAIL TO CUSTOMERS
           SELECT HELD-MAIL-FILE
               ASSIGN TO "02_BANKING/held_mail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-MAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           05 STMT-CYCLE-FREQUENCY-DAYS PIC 9(3) VALUE 30.
           05 STMT-CYCLE-NEXT-DUE-DATE PIC 9(8).
           05 STMT-CYCLE-LAST-STATEMENT-DATE PIC 9(8) VALUE 0.
      *    STMT-CYCLE-STATUS: "A" = ACTIVE, "C" = CANCELLED,
      *    "F" = FINAL STATEMENT DUE - QUEUED BY BANKING WHEN THE
      *    ACCOUNT IS CLOSED; CANCELLED ONCE IT IS CUT
           05 STMT-CYCLE-STATUS PIC X VALUE "A".

       FD CONSOL-CYCLE-FILE.
       01 CONSOL-CYCLE-RECORD.
           05 CSTMT-CUSTOMER-ID PIC 9(5).
           05 CSTMT-NEXT-DUE-DATE PIC 9(8).
           05 CSTMT-LAST-STATEMENT-DATE PIC 9(8) VALUE 0.
      *    CSTMT-STATUS: "A" = ACTIVE, "C" = CANCELLED - THE
      *    CUSTOMER OPTED BACK OUT AND THEIR ACCOUNTS' OWN CYCLES
      *    CARRY ON FROM THE LAST CONSOLIDATED STATEMENT
           05 CSTMT-STATUS PIC X VALUE "A".

       FD TERM-FILE.
           COPY "TERM-DEPOSIT-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD ACCRUED-INTEREST-FILE.
           COPY "ACCRUED-INTEREST-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD STMT-OUTPUT-FILE.
       01 STMT-LINE PIC X(80).

      *    A CONSOLIDATED CUSTOMER STATEMENT COVERS SEVERAL ACCOUNTS
      *    AND IS ENTERED WITH A ZERO MAN-ACCOUNT - THE CUSTOMER IS IN
      *    THE FILENAME (cstmt_<CUSTOMER>_<DATE>.txt)
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MAN-ACCOUNT PIC 9(9).
           05 MAN-FILENAME PIC X(44).
           05 MAN-CUSTOMER-NAME PIC X(41).

       FD HELD-MAIL-FILE.
       01 HELD-MAIL-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS      PIC XX.
       01 WS-CUSTOMER-STATUS     PIC XX.
       01 WS-TRANSACTION-STATUS  PIC XX.
       01 WS-CYCLE-STATUS        PIC XX.
       01 WS-REPORT-STATUS       PIC XX.
       01 WS-ACCRUED-STATUS      PIC XX.

       01 WS-ACCOUNT-FILE-EOF    PIC X VALUE "N".
       01 WS-CYCLE-FILE-EOF      PIC X VALUE "N".
       01 WS-MAILING-CITY PIC X(20).
       01 WS-MAILING-POSTAL PIC X(10).
       01 WS-MAILING-CHANNEL PIC X.
       01 WS-MAILING-RETURNED PIC X.
       01 WS-MAILING-RETURNED-DATE PIC 9(8).
       01 WS-HELD-MAIL-STATUS PIC XX.
       01 WS-STATEMENTS-HELD PIC 9(7) VALUE 0.
      *WHOSE CONTACT ROW HEADS THE STATEMENT, AND WHAT THE
      *HELD-MAIL ENTRY CALLS IT
       01 WS-MAIL-CUSTOMER-ID PIC 9(5).
       01 WS-HELD-DESCRIPTION PIC X(30).

      *THE ACCOUNT THE NETTING PARAGRAPHS WORK ON, AND "Y" WHILE
      *THEY SHOULD ALSO LIST EACH POSTING IN THE PERIOD
       01 WS-NET-ACCOUNT PIC 9(9).
       01 WS-LIST-POSTINGS PIC X VALUE "N".
       01 WS-ACTIVITY-COUNT PIC 9(5).

      *CONSOLIDATED CUSTOMER STATEMENTS - SEE
      *RUN-CONSOLIDATED-STATEMENTS
       01 WS-CONSOL-STATUS PIC XX.
       01 WS-TERM-STATUS PIC XX.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-TERM-OPEN PIC X VALUE "N".
       01 WS-LOAN-OPEN PIC X VALUE "N".
       01 WS-SCHEDULE-OPEN PIC X VALUE "N".
       01 WS-CUSTOMER-FILE-EOF PIC X VALUE "N".
       01 WS-LOAN-FILE-EOF PIC X.
       01 WS-SCHEDULE-EOF PIC X.
       01 WS-CONSOL-ROW-FOUND PIC X.
       01 WS-ON-CONSOLIDATED PIC X.
       01 WS-CYCLES-CONSOLIDATED PIC 9(7) VALUE 0.
       01 WS-CONSOL-ENROLLED PIC 9(7) VALUE 0.
       01 WS-CONSOL-WRITTEN PIC 9(7) VALUE 0.
       01 WS-CONSOL-START-DATE PIC 9(8).
       01 WS-CONSOL-END-DATE PIC 9(8).
       01 WS-CONSOL-ROLE PIC X.

      *SCRATCH FIELDS FOR THE CALL TO "BANK-PARAMETERS"
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *DAY OF THE MONTH EVERY CONSOLIDATED STATEMENT IS CUT ON -
      *CONSOL-STMT-DAY PARAMETER, 1 TO 28, DEFAULT THE 1ST
       01 WS-CONSOL-DAY PIC 99 VALUE 1.
       01 WS-COMMON-DATE PIC 9(8).
       01 WS-COMMON-DATE-PARTS REDEFINES WS-COMMON-DATE.
           05 WS-COMMON-YEAR PIC 9(4).
           05 WS-COMMON-MONTH PIC 99.
           05 WS-COMMON-DAY PIC 99.

      *THE CUSTOMER'S OWN AND JOINT DEPOSIT ACCOUNTS ON THE
      *STATEMENT. A PRIMARY-HELD ACCOUNT WHOSE OWN CYCLE IS ACTIVE
      *RUNS FROM ITS LAST STATEMENT AND HAS THAT CYCLE MOVED UP TO
      *THE CONSOLIDATED DATE AFTERWARDS (WS-CA-RESYNC "Y")
       01 WS-CA-COUNT PIC 99 VALUE 0.
       01 WS-CA-DROPPED PIC 9(3) VALUE 0.
       01 WS-CA-IDX PIC 99.
       01 WS-CONSOL-ACCOUNTS.
           05 WS-CA-ENTRY OCCURS 20 TIMES.
               10 WS-CA-NUMBER PIC 9(9).
               10 WS-CA-TYPE PIC X.
               10 WS-CA-CURRENCY PIC X(3).
               10 WS-CA-ROLE PIC X.
               10 WS-CA-BALANCE PIC S9(9)V99.
               10 WS-CA-START-DATE PIC 9(8).
               10 WS-CA-OPENING PIC S9(9)V99.
               10 WS-CA-CLOSING PIC S9(9)V99.
               10 WS-CA-RESYNC PIC X.

       01 WS-CL-COUNT PIC 99 VALUE 0.
       01 WS-CL-IDX PIC 99.
       01 WS-CONSOL-LOANS.
           05 WS-CL-ENTRY OCCURS 10 TIMES.
               10 WS-CL-LOAN-ID PIC 9(5).
               10 WS-CL-OUTSTANDING PIC S9(7)V99.
               10 WS-CL-NEXT-INSTALLMENT PIC 9(3).

      *NET POSITION - US DOLLAR RELATIONSHIPS ONLY
       01 WS-TOTAL-DEPOSITS PIC S9(11)V99.
       01 WS-TOTAL-TERM PIC S9(11)V99.
       01 WS-TOTAL-LOANS PIC S9(11)V99.
       01 WS-NET-POSITION PIC S9(11)V99.
       01 WS-FOREIGN-COUNT PIC 9(3).
       01 WS-TOTAL-AMOUNT PIC -(11)9.99.
       01 WS-TYPE-NAME PIC X(8).
       01 WS-ROLE-NAME PIC X(5).
       01 WS-RATE-PCT PIC 9(3)V99.
       01 WS-RATE-DISPLAY PIC ZZ9.99.
       01 WS-COUNT-DISPLAY PIC ZZ9.
       01 WS-REPORT-AMOUNT-2 PIC -(9)9.99.
       01 WS-SUMMARY-COUNT PIC 99.
       01 WS-CONSOL-STMT-OPEN PIC X.
       01 WS-CYCLE-INTEGER PIC 9(9).


       PROCEDURE DIVISION.
               END-READ
           END-PERFORM

           PERFORM RUN-CONSOLIDATED-STATEMENTS

           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE STATEMENT-CYCLE-FILE
           DISPLAY "STATEMENT CYCLE RUN COMPLETE - " WS-ENROLLED-COUNT
               " ACCOUNTS ENROLLED, " WS-CYCLE-COUNT " CYCLES SCANNED, "
               WS-STATEMENTS-WRITTEN " STATEMENTS WRITTEN TO "
               "02_BANKING/statement_cycle_report.txt, "
               WS-STATEMENTS-HELD " HELD FOR RETURNED MAIL"
           DISPLAY "CONSOLIDATED STATEMENTS - " WS-CONSOL-ENROLLED
               " CUSTOMERS ENROLLED, " WS-CONSOL-WRITTEN
               " STATEMENTS WRITTEN, " WS-CYCLES-CONSOLIDATED
               " ACCOUNT CYCLES HELD TO THEM"
       STOP RUN.

       ENROLL-NEW-ACCOUNTS.
           .

       PROCESS-CYCLE-IF-DUE.
           IF STMT-CYCLE-STATUS = "A" OR STMT-CYCLE-STATUS = "F"
               COMPUTE WS-DUE-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(STMT-CYCLE-NEXT-DUE-DATE)
               IF WS-DUE-DATE-INTEGER <= WS-TODAY-INTEGER
               EXIT PARAGRAPH
           END-IF

           IF ACCOUNT-STATUS NOT = "A" AND STMT-CYCLE-STATUS NOT = "F"
      *        ACCOUNT IS CLOSED OR FROZEN - STOP CUTTING STATEMENTS
               MOVE "C" TO STMT-CYCLE-STATUS
               REWRITE STATEMENT-CYCLE-RECORD
               EXIT PARAGRAPH
           END-IF

      *    A LIVE CYCLE FOR A CUSTOMER ON CONSOLIDATED STATEMENTS IS
      *    LEFT DUE - THE CONSOLIDATED RUN COVERS THE ACCOUNT AND
      *    MOVES THIS CYCLE UP TO ITS OWN DATE. A CLOSED ACCOUNT'S
      *    FINAL STATEMENT IS STILL CUT ON ITS OWN.
           IF STMT-CYCLE-STATUS = "A"
               PERFORM CHECK-CONSOLIDATED-HOLDER
               IF WS-ON-CONSOLIDATED = "Y"
                   ADD 1 TO WS-CYCLES-CONSOLIDATED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM ROLL-DUE-DATE-TO-BUSINESS-DAY

           IF STMT-CYCLE-LAST-STATEMENT-DATE = 0
           MOVE WS-ROLLED-DUE-DATE TO WS-STATEMENT-END-DATE

           MOVE ACCOUNT-BALANCE TO WS-CURRENT-BALANCE
           MOVE STMT-CYCLE-ACCOUNT TO WS-NET-ACCOUNT
           MOVE ACCOUNT-CUSTOMER-ID TO WS-MAIL-CUSTOMER-ID
           PERFORM LOOKUP-CUSTOMER-NAME
           PERFORM LOOKUP-CURRENT-CONTACT
           PERFORM COMPUTE-NET-MOVEMENTS
           PERFORM WRITE-STATEMENT-TO-REPORT

           MOVE WS-ROLLED-DUE-DATE TO STMT-CYCLE-LAST-STATEMENT-DATE
           IF STMT-CYCLE-STATUS = "F"
      *        THAT WAS THE CLOSED ACCOUNT'S LAST STATEMENT
               MOVE "C" TO STMT-CYCLE-STATUS
           ELSE
               COMPUTE WS-DUE-DATE-INTEGER =
                   WS-DUE-DATE-INTEGER + STMT-CYCLE-FREQUENCY-DAYS
               COMPUTE STMT-CYCLE-NEXT-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INTEGER)
           END-IF
           REWRITE STATEMENT-CYCLE-RECORD
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE STATEMENT CYCLE "
      * REPORTS A BUSINESS DAY. THE NEXT DUE DATE IS STILL ADVANCED
      * FROM THE ORIGINAL SCHEDULED DATE SO THE CYCLE DOES NOT DRIFT.
       ROLL-DUE-DATE-TO-BUSINESS-DAY.
           COMPUTE WS-ROLLED-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INTEGER)
           MOVE WS-DUE-DATE-INTEGER TO WS-ROLLED-DATE-INTEGER
           MOVE WS-ROLLED-DUE-DATE TO WS-BDC-DATE
           CALL "BUSINESS-DAY-CHECK" USING WS-BDC-DATE WS-BDC-VALID
           END-READ
           .

      *    "Y" WHEN THE ACCOUNT'S PRIMARY HOLDER HAS OPTED IN TO
      *    CONSOLIDATED STATEMENTS
       CHECK-CONSOLIDATED-HOLDER.
           MOVE "N" TO WS-ON-CONSOLIDATED
           MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUSTOMER-CONSOLIDATED-STMT = "Y"
                       AND CUSTOMER-STATUS = "A"
                       MOVE "Y" TO WS-ON-CONSOLIDATED
                   END-IF
           END-READ
           .

       COMPUTE-NET-MOVEMENTS.
           MOVE 0 TO WS-NET-AFTER-END
           MOVE 0 TO WS-NET-IN-RANGE
           PERFORM NET-FROM-MASTER
           PERFORM NET-FROM-ARCHIVES
           .

       NET-FROM-MASTER.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
               MOVE "N" TO WS-TRANSACTION-FILE-EOF
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           .

       NET-ONE-POSTING.
           IF FROM-ACCOUNT = WS-NET-ACCOUNT
               OR TO-ACCOUNT = WS-NET-ACCOUNT
               PERFORM COMPUTE-SIGNED-EFFECT
               IF TRANSACTION-DATE > WS-STATEMENT-END-DATE
                   ADD WS-SIGNED-EFFECT TO WS-NET-AFTER-END
               IF TRANSACTION-DATE >= WS-STATEMENT-START-DATE
                   AND TRANSACTION-DATE <= WS-STATEMENT-END-DATE
                   ADD WS-SIGNED-EFFECT TO WS-NET-IN-RANGE
                   IF WS-LIST-POSTINGS = "Y"
                       PERFORM WRITE-ACTIVITY-LINE
                   END-IF
               END-IF
           END-IF
           .
                       MOVE ARCH-AMOUNT TO TRANSACTION-AMOUNT
                       MOVE ARCH-TYPE TO TRANSACTION-TYPE
                       MOVE ARCH-DATE TO TRANSACTION-DATE
                       MOVE ARCH-MEMO TO TRANSACTION-MEMO
                       PERFORM NET-ONE-POSTING
               END-READ
           END-PERFORM
                   COMPUTE WS-SIGNED-EFFECT = 0 - TRANSACTION-AMOUNT
               END-IF
           ELSE
               IF TO-ACCOUNT = WS-NET-ACCOUNT
                   MOVE TRANSACTION-AMOUNT TO WS-SIGNED-EFFECT
               ELSE
                   COMPUTE WS-SIGNED-EFFECT =
               WS-CUSTOMER-DISPLAY-NAME DELIMITED BY SIZE
               INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-MAILING-HEADER

           IF STMT-CYCLE-STATUS = "F"
               MOVE "FINAL STATEMENT - ACCOUNT CLOSED" TO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           MOVE SPACES TO STMT-LINE
           STRING "PERIOD: " WS-STATEMENT-START-DATE " TO "
               WS-STATEMENT-END-DATE DELIMITED SIZE INTO STMT-LINE
           STRING "CLOSING BALANCE: " WS-REPORT-AMOUNT
               DELIMITED SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-ACCRUED-INTEREST-LINE
           CLOSE STMT-OUTPUT-FILE

           COMPUTE WS-STMT-PAGE-COUNT =
               1 + (WS-STMT-LINE-COUNT / 60)
      *    AN EMAILED STATEMENT STILL GOES OUT - ONLY PAPER TO A
      *    RETURNED ADDRESS IS KEPT OFF THE MANIFEST
           IF WS-MAILING-RETURNED = "Y" AND WS-MAILING-CHANNEL NOT = "E"
               MOVE SPACES TO WS-HELD-DESCRIPTION
               STRING "STATEMENT ACCOUNT " STMT-CYCLE-ACCOUNT
                   DELIMITED BY SIZE INTO WS-HELD-DESCRIPTION
               PERFORM WRITE-HELD-MAIL-ENTRY
               MOVE SPACES TO REPORT-LINE
               STRING "ACCOUNT " STMT-CYCLE-ACCOUNT " -> "
                   FUNCTION TRIM(WS-STMT-FILENAME)
                   " HELD - RETURNED MAIL"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-MANIFEST-ENTRY

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    THE ACCRUED-BUT-UNPAID INTEREST AS OF THE STATEMENT RUN.
      *    NO SUB-LEDGER ON DISK, OR NO ROW FOR THE ACCOUNT, MEANS
      *    NO LINE.
       WRITE-ACCRUED-INTEREST-LINE.
           OPEN INPUT ACCRUED-INTEREST-FILE
           IF WS-ACCRUED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NET-ACCOUNT TO ACCR-ACCOUNT
           READ ACCRUED-INTEREST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCR-ACCRUED-TO-DATE TO WS-REPORT-AMOUNT
                   MOVE SPACES TO STMT-LINE
                   STRING "ACCRUED INTEREST: " WS-REPORT-AMOUNT
                       " (EARNED, PAID AT MONTH END)"
                       DELIMITED SIZE INTO STMT-LINE
                   PERFORM WRITE-STMT-LINE
           END-READ
           CLOSE ACCRUED-INTEREST-FILE
           .

      *    ONE POSTING ON A CONSOLIDATED STATEMENT'S ACCOUNT
      *    ACTIVITY, SIGNED FROM THE ACCOUNT'S SIDE
       WRITE-ACTIVITY-LINE.
           ADD 1 TO WS-ACTIVITY-COUNT
           MOVE WS-SIGNED-EFFECT TO WS-REPORT-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING "  " TRANSACTION-DATE "  " TRANSACTION-TYPE "  "
               TRANSACTION-MEMO(1:36) " " WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           .

       WRITE-STMT-LINE.
           WRITE STMT-LINE
           ADD 1 TO WS-STMT-LINE-COUNT
           .

       WRITE-MAILING-HEADER.
           MOVE SPACES TO STMT-LINE
           STRING "MAIL TO: " WS-MAILING-ADDRESS-1
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           IF WS-MAILING-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO STMT-LINE
               STRING "         " WS-MAILING-ADDRESS-2
                   DELIMITED BY SIZE INTO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           MOVE SPACES TO STMT-LINE
           STRING "         " WS-MAILING-CITY " " WS-MAILING-POSTAL
               "  CH " WS-MAILING-CHANNEL
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           .

       WRITE-MANIFEST-ENTRY.
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
           CLOSE MANIFEST-FILE
           .

      *    THE STATEMENT FILE IS KEPT; THE HELD-MAIL ENTRY SAYS
      *    WHOSE IT IS AND WHERE IT IS, FOR WHEN A NEW ADDRESS COMES
      *    IN
       WRITE-HELD-MAIL-ENTRY.
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELD-MAIL-STATUS NOT = "00"
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           MOVE SPACES TO HELD-MAIL-LINE
           STRING "HELD " WS-TODAY-DATE " CUSTOMER "
               WS-MAIL-CUSTOMER-ID " MAIL RETURNED SINCE "
               WS-MAILING-RETURNED-DATE " - " WS-HELD-DESCRIPTION
               DELIMITED BY SIZE INTO HELD-MAIL-LINE
           WRITE HELD-MAIL-LINE
           MOVE SPACES TO HELD-MAIL-LINE
           STRING "    " WS-CUSTOMER-DISPLAY-NAME " STATEMENT "
               WS-ROLLED-DUE-DATE " " WS-STMT-PAGE-COUNT " PAGES IN "
               FUNCTION TRIM(WS-STMT-FILENAME)
               DELIMITED BY SIZE INTO HELD-MAIL-LINE
           WRITE HELD-MAIL-LINE
           CLOSE HELD-MAIL-FILE
           ADD 1 TO WS-STATEMENTS-HELD
           .

      *    FINDS THE CONTACT ROW IN FORCE TODAY FOR
      *    WS-MAIL-CUSTOMER-ID - THE NEWEST EFFECTIVE DATE NOT IN
      *    THE FUTURE - AND LEAVES THE MAILING HEADER FIELDS FILLED
      *    IN. NO ROW ON FILE LEAVES "NO ADDRESS ON FILE" SO THE
      *    MAIL HOUSE CAN PULL THE STATEMENT FOR FOLLOW-UP.
           MOVE SPACES TO WS-MAILING-CITY
           MOVE SPACES TO WS-MAILING-POSTAL
           MOVE "M" TO WS-MAILING-CHANNEL
           MOVE "N" TO WS-MAILING-RETURNED
           MOVE 0 TO WS-MAILING-RETURNED-DATE
           CALL "BUSINESS-DATE" USING WS-CONTACT-TODAY
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTACT-FILE-EOF
           MOVE WS-MAIL-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
           MOVE 0 TO CONTACT-EFFECTIVE-DATE
           START CONTACT-FILE KEY >= CONTACT-KEY
               INVALID KEY
                       MOVE "Y" TO WS-CONTACT-FILE-EOF
                   NOT AT END
                       IF CONTACT-CUSTOMER-ID
                           NOT = WS-MAIL-CUSTOMER-ID
                           MOVE "Y" TO WS-CONTACT-FILE-EOF
                       ELSE
                           IF CONTACT-EFFECTIVE-DATE
                                   TO WS-MAILING-POSTAL
                               MOVE CONTACT-DELIVERY-CHANNEL
                                   TO WS-MAILING-CHANNEL
                               MOVE "N" TO WS-MAILING-RETURNED
                               MOVE 0 TO WS-MAILING-RETURNED-DATE
                               IF CONTACT-MAIL-RETURNED = "Y"
                                   MOVE "Y" TO WS-MAILING-RETURNED
                                   MOVE CONTACT-RETURNED-DATE
                                       TO WS-MAILING-RETURNED-DATE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           CLOSE CONTACT-FILE
           .

      *    CONSOLIDATED CUSTOMER STATEMENTS. EVERY CUSTOMER IS
      *    WALKED: ONE WHO HAS OPTED IN IS GIVEN A CONSOLIDATED CYCLE
      *    ROW DUE ON THE NEXT COMMON CYCLE DATE, AND WHEN IT FALLS
      *    DUE ONE STATEMENT COVERS EVERY OWN AND JOINT ACCOUNT,
      *    TERM DEPOSIT AND LOAN. ONE WHO HAS OPTED BACK OUT HAS THE
      *    ROW CANCELLED - THE ACCOUNTS' OWN CYCLES WERE KEPT IN STEP
      *    AND SIMPLY CARRY ON. NO TERM OR LOAN FILES ON DISK JUST
      *    LEAVES THOSE PARTS OF THE SUMMARY EMPTY.
       RUN-CONSOLIDATED-STATEMENTS.
           OPEN I-O CONSOL-CYCLE-FILE
           IF WS-CONSOL-STATUS = "35"
               OPEN OUTPUT CONSOL-CYCLE-FILE
               CLOSE CONSOL-CYCLE-FILE
               OPEN I-O CONSOL-CYCLE-FILE
           END-IF
           IF WS-CONSOL-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN CONSOLIDATED CYCLE FILE - "
                   "STATUS: " WS-CONSOL-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-CONSOLIDATED-DAY

           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = "00"
               MOVE "Y" TO WS-TERM-OPEN
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "00"
               MOVE "Y" TO WS-LOAN-OPEN
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               MOVE "Y" TO WS-SCHEDULE-OPEN
           END-IF

           MOVE "N" TO WS-CUSTOMER-FILE-EOF
           MOVE 0 TO CUSTOMER-ID
           START CUSTOMER-FILE KEY >= CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-FILE-EOF
           END-START
           PERFORM UNTIL WS-CUSTOMER-FILE-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CUSTOMER-FILE-EOF
                   NOT AT END
                       PERFORM CONSOLIDATED-CYCLE-FOR-CUSTOMER
               END-READ
           END-PERFORM

           IF WS-TERM-OPEN = "Y"
               CLOSE TERM-FILE
           END-IF
           IF WS-LOAN-OPEN = "Y"
               CLOSE LOAN-FILE
           END-IF
           IF WS-SCHEDULE-OPEN = "Y"
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           CLOSE CONSOL-CYCLE-FILE
           .

       LOAD-CONSOLIDATED-DAY.
           MOVE "CONSOL-STMT-DAY" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               AND WS-PARAM-VALUE >= 1 AND WS-PARAM-VALUE <= 28
               MOVE WS-PARAM-VALUE TO WS-CONSOL-DAY
           END-IF
           .

      *    A NEW (OR RETURNING) CUSTOMER'S FIRST CONSOLIDATED PERIOD
      *    STARTS TODAY - THEIR OWN ACCOUNTS RUN FROM THEIR LAST
      *    SEPARATE STATEMENT ANYWAY; THIS DATE ONLY GOVERNS JOINT
      *    ACCOUNTS STILL STATED TO THEIR PRIMARY HOLDER.
       CONSOLIDATED-CYCLE-FOR-CUSTOMER.
           MOVE CUSTOMER-ID TO CSTMT-CUSTOMER-ID
           READ CONSOL-CYCLE-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONSOL-ROW-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-CONSOL-ROW-FOUND
           END-READ

           IF CUSTOMER-CONSOLIDATED-STMT NOT = "Y"
               OR CUSTOMER-STATUS NOT = "A"
               IF WS-CONSOL-ROW-FOUND = "Y" AND CSTMT-STATUS = "A"
                   MOVE "C" TO CSTMT-STATUS
                   REWRITE CONSOL-CYCLE-RECORD
                   MOVE SPACES TO REPORT-LINE
                   STRING "CUSTOMER " CUSTOMER-ID
                       " OFF CONSOLIDATED STATEMENTS - ACCOUNT "
                       "CYCLES RESUME"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CONSOL-ROW-FOUND = "N"
               PERFORM NEXT-COMMON-CYCLE-DATE
               MOVE CUSTOMER-ID TO CSTMT-CUSTOMER-ID
               MOVE WS-COMMON-DATE TO CSTMT-NEXT-DUE-DATE
               COMPUTE CSTMT-LAST-STATEMENT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - 1)
               MOVE "A" TO CSTMT-STATUS
               WRITE CONSOL-CYCLE-RECORD
               IF WS-CONSOL-STATUS NOT = "00"
                   DISPLAY "*** FAILED TO ENROLL CUSTOMER "
                       CUSTOMER-ID " FOR CONSOLIDATED STATEMENTS - "
                       "STATUS: " WS-CONSOL-STATUS " ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CONSOL-ENROLLED
           END-IF
           IF CSTMT-STATUS NOT = "A"
               PERFORM NEXT-COMMON-CYCLE-DATE
               MOVE WS-COMMON-DATE TO CSTMT-NEXT-DUE-DATE
               COMPUTE CSTMT-LAST-STATEMENT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - 1)
               MOVE "A" TO CSTMT-STATUS
               REWRITE CONSOL-CYCLE-RECORD
               ADD 1 TO WS-CONSOL-ENROLLED
           END-IF

           COMPUTE WS-DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CSTMT-NEXT-DUE-DATE)
           IF WS-DUE-DATE-INTEGER <= WS-TODAY-INTEGER
               PERFORM GENERATE-CONSOLIDATED-STATEMENT
           END-IF
           .

      *    THE COMMON CYCLE DAY IN THE CURRENT MONTH, OR NEXT MONTH
      *    WHEN IT HAS ALREADY GONE BY
       NEXT-COMMON-CYCLE-DATE.
           MOVE WS-TODAY-DATE TO WS-COMMON-DATE
           MOVE WS-CONSOL-DAY TO WS-COMMON-DAY
           IF WS-COMMON-DATE < WS-TODAY-DATE
               PERFORM ADVANCE-COMMON-MONTH
           END-IF
           .

       ADVANCE-COMMON-MONTH.
           IF WS-COMMON-MONTH = 12
               MOVE 1 TO WS-COMMON-MONTH
               ADD 1 TO WS-COMMON-YEAR
           ELSE
               ADD 1 TO WS-COMMON-MONTH
           END-IF
           MOVE WS-CONSOL-DAY TO WS-COMMON-DAY
           .

      *    THE SAME BUSINESS-DAY ROLL AS A SEPARATE STATEMENT; THE
      *    NEXT DUE DATE MOVES A MONTH ON FROM THE SCHEDULED ONE.
      *    NOTHING LEFT TO STATE (EVERY ACCOUNT AND LOAN CLOSED)
      *    STILL MOVES THE CYCLE ON.
       GENERATE-CONSOLIDATED-STATEMENT.
           PERFORM ROLL-DUE-DATE-TO-BUSINESS-DAY
           IF CSTMT-LAST-STATEMENT-DATE = 0
               MOVE 19000101 TO WS-CONSOL-START-DATE
           ELSE
               COMPUTE WS-CONSOL-START-DATE =
                   CSTMT-LAST-STATEMENT-DATE + 1
           END-IF
           MOVE WS-ROLLED-DUE-DATE TO WS-CONSOL-END-DATE

           MOVE SPACES TO WS-CUSTOMER-DISPLAY-NAME
           STRING FUNCTION TRIM(CUSTOMER-LAST-NAME) ", "
               FUNCTION TRIM(CUSTOMER-FIRST-NAME)
               DELIMITED BY SIZE
               INTO WS-CUSTOMER-DISPLAY-NAME
           MOVE CUSTOMER-ID TO WS-MAIL-CUSTOMER-ID
           PERFORM LOOKUP-CURRENT-CONTACT
           PERFORM GATHER-CONSOLIDATED-ACCOUNTS
           PERFORM GATHER-CONSOLIDATED-LOANS

           IF WS-CA-COUNT > 0 OR WS-CL-COUNT > 0
               PERFORM WRITE-CONSOLIDATED-STATEMENT
               IF WS-CONSOL-STMT-OPEN NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               PERFORM RESYNC-ACCOUNT-CYCLES
               ADD 1 TO WS-CONSOL-WRITTEN
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "CUSTOMER " CUSTOMER-ID
                   " - NO ACCOUNTS OR LOANS TO STATE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           MOVE WS-ROLLED-DUE-DATE TO CSTMT-LAST-STATEMENT-DATE
           MOVE CSTMT-NEXT-DUE-DATE TO WS-COMMON-DATE
           PERFORM ADVANCE-COMMON-MONTH
           MOVE WS-COMMON-DATE TO CSTMT-NEXT-DUE-DATE
           REWRITE CONSOL-CYCLE-RECORD
           IF WS-CONSOL-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE CONSOLIDATED CYCLE "
                   CSTMT-CUSTOMER-ID " - STATUS: " WS-CONSOL-STATUS
                   " ***"
           END-IF
           .

      *    THE CUSTOMER'S OWN ACCOUNTS, THEN THOSE THEY HOLD JOINTLY,
      *    THEN EACH ONE'S OPENING AND CLOSING BALANCE FOR ITS PERIOD
       GATHER-CONSOLIDATED-ACCOUNTS.
           MOVE 0 TO WS-CA-COUNT
           MOVE 0 TO WS-CA-DROPPED

           MOVE "P" TO WS-CONSOL-ROLE
           MOVE CUSTOMER-ID TO ACCOUNT-CUSTOMER-ID
           MOVE "N" TO WS-ACCOUNT-FILE-EOF
           START ACCOUNT-FILE KEY = ACCOUNT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-FILE-EOF
           END-START
           PERFORM UNTIL WS-ACCOUNT-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-FILE-EOF
                   NOT AT END
                       IF ACCOUNT-CUSTOMER-ID NOT = CUSTOMER-ID
                           MOVE "Y" TO WS-ACCOUNT-FILE-EOF
                       ELSE
                           PERFORM ADD-CONSOLIDATED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           MOVE "J" TO WS-CONSOL-ROLE
           MOVE CUSTOMER-ID TO ACCOUNT-JOINT-CUSTOMER-ID
           MOVE "N" TO WS-ACCOUNT-FILE-EOF
           START ACCOUNT-FILE KEY = ACCOUNT-JOINT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-FILE-EOF
           END-START
           PERFORM UNTIL WS-ACCOUNT-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-FILE-EOF
                   NOT AT END
                       IF ACCOUNT-JOINT-CUSTOMER-ID NOT = CUSTOMER-ID
                           MOVE "Y" TO WS-ACCOUNT-FILE-EOF
                       ELSE
                           PERFORM ADD-CONSOLIDATED-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               MOVE WS-CA-NUMBER(WS-CA-IDX) TO WS-NET-ACCOUNT
               MOVE WS-CA-START-DATE(WS-CA-IDX)
                   TO WS-STATEMENT-START-DATE
               MOVE WS-CONSOL-END-DATE TO WS-STATEMENT-END-DATE
               PERFORM COMPUTE-NET-MOVEMENTS
               COMPUTE WS-CA-CLOSING(WS-CA-IDX) =
                   WS-CA-BALANCE(WS-CA-IDX) - WS-NET-AFTER-END
               COMPUTE WS-CA-OPENING(WS-CA-IDX) =
                   WS-CA-CLOSING(WS-CA-IDX) - WS-NET-IN-RANGE
           END-PERFORM
           .

      *    CLOSED ACCOUNTS HAVE HAD THEIR FINAL STATEMENT AND DROP
      *    OFF. AN OWN ACCOUNT STILL ON ITS OWN ACTIVE CYCLE IS
      *    STATED FROM ITS LAST SEPARATE STATEMENT SO NOTHING FALLS
      *    BETWEEN THE TWO.
       ADD-CONSOLIDATED-ACCOUNT.
           IF ACCOUNT-TYPE = "G" OR ACCOUNT-STATUS = "C"
               EXIT PARAGRAPH
           END-IF
           IF WS-CA-COUNT >= 20
               ADD 1 TO WS-CA-DROPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CA-COUNT
           MOVE ACCOUNT-NUMBER TO WS-CA-NUMBER(WS-CA-COUNT)
           MOVE ACCOUNT-TYPE TO WS-CA-TYPE(WS-CA-COUNT)
           MOVE ACCOUNT-CURRENCY TO WS-CA-CURRENCY(WS-CA-COUNT)
           MOVE WS-CONSOL-ROLE TO WS-CA-ROLE(WS-CA-COUNT)
           MOVE ACCOUNT-BALANCE TO WS-CA-BALANCE(WS-CA-COUNT)
           MOVE WS-CONSOL-START-DATE TO WS-CA-START-DATE(WS-CA-COUNT)
           MOVE "N" TO WS-CA-RESYNC(WS-CA-COUNT)
           IF WS-CONSOL-ROLE NOT = "P"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO STMT-CYCLE-ACCOUNT
           READ STATEMENT-CYCLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STMT-CYCLE-STATUS = "A"
                       MOVE "Y" TO WS-CA-RESYNC(WS-CA-COUNT)
                       IF STMT-CYCLE-LAST-STATEMENT-DATE = 0
                           MOVE 19000101
                               TO WS-CA-START-DATE(WS-CA-COUNT)
                       ELSE
                           COMPUTE WS-CA-START-DATE(WS-CA-COUNT) =
                               STMT-CYCLE-LAST-STATEMENT-DATE + 1
                       END-IF
                   END-IF
           END-READ
           .

      *    LOANS CARRY NO JOINT BORROWER - ONLY THE CUSTOMER'S OWN
      *    RUNNING LOANS, FOUND BY A PASS OF THE LOAN MASTER
       GATHER-CONSOLIDATED-LOANS.
           MOVE 0 TO WS-CL-COUNT
           IF WS-LOAN-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOAN-FILE-EOF
           MOVE 0 TO LOAN-ID
           START LOAN-FILE KEY >= LOAN-ID
               INVALID KEY
                   MOVE "Y" TO WS-LOAN-FILE-EOF
           END-START
           PERFORM UNTIL WS-LOAN-FILE-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOAN-FILE-EOF
                   NOT AT END
                       IF LOAN-CUSTOMER-ID = CUSTOMER-ID
                           AND LOAN-STATUS = "A"
                           AND WS-CL-COUNT < 10
                           ADD 1 TO WS-CL-COUNT
                           MOVE LOAN-ID TO WS-CL-LOAN-ID(WS-CL-COUNT)
                           MOVE LOAN-OUTSTANDING
                               TO WS-CL-OUTSTANDING(WS-CL-COUNT)
                           MOVE LOAN-NEXT-INSTALLMENT
                               TO WS-CL-NEXT-INSTALLMENT(WS-CL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE RELATIONSHIP SUMMARY FIRST, THEN EACH ACCOUNT'S AND
      *    EACH LOAN'S ACTIVITY. LIKE A SEPARATE STATEMENT IT GOES
      *    TO ITS OWN FILE AND ON THE MANIFEST, OR IS HELD FOR
      *    RETURNED MAIL.
       WRITE-CONSOLIDATED-STATEMENT.
           MOVE "N" TO WS-CONSOL-STMT-OPEN
           MOVE SPACES TO WS-STMT-FILENAME
           STRING "02_BANKING/cstmt_" CUSTOMER-ID "_"
               WS-ROLLED-DUE-DATE ".txt"
               DELIMITED BY SIZE INTO WS-STMT-FILENAME
           MOVE 0 TO WS-STMT-LINE-COUNT
           OPEN OUTPUT STMT-OUTPUT-FILE
           IF WS-STMT-OUTPUT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN STATEMENT FILE "
                   FUNCTION TRIM(WS-STMT-FILENAME) " - STATUS: "
                   WS-STMT-OUTPUT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CONSOL-STMT-OPEN

           MOVE SPACES TO STMT-LINE
           STRING "CONSOLIDATED STATEMENT - CUSTOMER " CUSTOMER-ID
               " - " WS-CUSTOMER-DISPLAY-NAME
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-MAILING-HEADER
           MOVE SPACES TO STMT-LINE
           STRING "STATEMENT DATE: " WS-CONSOL-END-DATE
               "   PERIOD: " WS-CONSOL-START-DATE " TO "
               WS-CONSOL-END-DATE
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE

           MOVE SPACES TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE "RELATIONSHIP SUMMARY" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE ALL "-" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 0 TO WS-TOTAL-DEPOSITS
           MOVE 0 TO WS-TOTAL-TERM
           MOVE 0 TO WS-TOTAL-LOANS
           MOVE 0 TO WS-FOREIGN-COUNT
           PERFORM WRITE-SUMMARY-DEPOSITS
           PERFORM WRITE-SUMMARY-TERMS
           PERFORM WRITE-SUMMARY-LOANS
           PERFORM WRITE-NET-POSITION

           MOVE SPACES TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE "ACCOUNT ACTIVITY" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE ALL "-" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               PERFORM WRITE-ACCOUNT-ACTIVITY
           END-PERFORM
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               PERFORM WRITE-LOAN-ACTIVITY
           END-PERFORM
           CLOSE STMT-OUTPUT-FILE

           COMPUTE WS-STMT-PAGE-COUNT =
               1 + (WS-STMT-LINE-COUNT / 60)
           IF WS-MAILING-RETURNED = "Y" AND WS-MAILING-CHANNEL NOT = "E"
               MOVE "CONSOLIDATED STATEMENT" TO WS-HELD-DESCRIPTION
               PERFORM WRITE-HELD-MAIL-ENTRY
               MOVE SPACES TO REPORT-LINE
               STRING "CUSTOMER " CUSTOMER-ID " -> "
                   FUNCTION TRIM(WS-STMT-FILENAME)
                   " HELD - RETURNED MAIL"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-CONSOLIDATED-MANIFEST

           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER " CUSTOMER-ID " -> "
               FUNCTION TRIM(WS-STMT-FILENAME) " (CONSOLIDATED)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       SET-TYPE-AND-ROLE-NAMES.
           EVALUATE WS-CA-TYPE(WS-CA-IDX)
               WHEN "C"
                   MOVE "CHECKING" TO WS-TYPE-NAME
               WHEN "S"
                   MOVE "SAVINGS" TO WS-TYPE-NAME
               WHEN "T"
                   MOVE "TERM" TO WS-TYPE-NAME
               WHEN OTHER
                   MOVE "DEPOSIT" TO WS-TYPE-NAME
           END-EVALUATE
           IF WS-CA-ROLE(WS-CA-IDX) = "J"
               MOVE "JOINT" TO WS-ROLE-NAME
           ELSE
               MOVE "OWN" TO WS-ROLE-NAME
           END-IF
           .

      *    BALANCES ARE AS AT THE STATEMENT DATE. ONLY US DOLLAR
      *    BALANCES COUNT TOWARDS THE NET POSITION.
       WRITE-SUMMARY-DEPOSITS.
           MOVE "DEPOSIT ACCOUNTS" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 0 TO WS-SUMMARY-COUNT
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-TYPE(WS-CA-IDX) NOT = "T"
                   ADD 1 TO WS-SUMMARY-COUNT
                   PERFORM SET-TYPE-AND-ROLE-NAMES
                   MOVE WS-CA-CLOSING(WS-CA-IDX) TO WS-REPORT-AMOUNT
                   MOVE SPACES TO STMT-LINE
                   STRING "  " WS-CA-NUMBER(WS-CA-IDX) "  "
                       WS-TYPE-NAME "  " WS-ROLE-NAME "  "
                       WS-CA-CURRENCY(WS-CA-IDX) "  " WS-REPORT-AMOUNT
                       DELIMITED BY SIZE INTO STMT-LINE
                   PERFORM WRITE-STMT-LINE
                   IF WS-CA-CURRENCY(WS-CA-IDX) = "USD"
                       ADD WS-CA-CLOSING(WS-CA-IDX)
                           TO WS-TOTAL-DEPOSITS
                   ELSE
                       ADD 1 TO WS-FOREIGN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUMMARY-COUNT = 0
               MOVE "  NONE" TO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           .

      *    PRINCIPAL, RATE AND MATURITY COME OFF THE TERM DEPOSIT
      *    DETAIL ROW; THE BALANCE COUNTS TOWARDS THE NET POSITION
       WRITE-SUMMARY-TERMS.
           MOVE "TERM DEPOSITS" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 0 TO WS-SUMMARY-COUNT
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-TYPE(WS-CA-IDX) = "T"
                   ADD 1 TO WS-SUMMARY-COUNT
                   PERFORM WRITE-TERM-SUMMARY-LINE
                   IF WS-CA-CURRENCY(WS-CA-IDX) = "USD"
                       ADD WS-CA-CLOSING(WS-CA-IDX) TO WS-TOTAL-TERM
                   ELSE
                       ADD 1 TO WS-FOREIGN-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SUMMARY-COUNT = 0
               MOVE "  NONE" TO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           .

       WRITE-TERM-SUMMARY-LINE.
           MOVE "N" TO WS-CONSOL-ROW-FOUND
           IF WS-TERM-OPEN = "Y"
               MOVE WS-CA-NUMBER(WS-CA-IDX) TO TERM-ACCOUNT
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CONSOL-ROW-FOUND
               END-READ
           END-IF
           MOVE SPACES TO STMT-LINE
           IF WS-CONSOL-ROW-FOUND = "Y"
               MOVE TERM-PRINCIPAL TO WS-REPORT-AMOUNT
               COMPUTE WS-RATE-PCT = TERM-RATE * 100
               MOVE WS-RATE-PCT TO WS-RATE-DISPLAY
               STRING "  " WS-CA-NUMBER(WS-CA-IDX) "  PRINCIPAL "
                   WS-REPORT-AMOUNT "  RATE " WS-RATE-DISPLAY
                   "%  MATURES " TERM-MATURITY-DATE
                   DELIMITED BY SIZE INTO STMT-LINE
           ELSE
               MOVE WS-CA-CLOSING(WS-CA-IDX) TO WS-REPORT-AMOUNT
               STRING "  " WS-CA-NUMBER(WS-CA-IDX) "  PRINCIPAL "
                   WS-REPORT-AMOUNT "  NO TERM DETAIL ON FILE"
                   DELIMITED BY SIZE INTO STMT-LINE
           END-IF
           PERFORM WRITE-STMT-LINE
           .

      *    OUTSTANDING PRINCIPAL, AND THE NEXT UNPAID SCHEDULE ROW
       WRITE-SUMMARY-LOANS.
           MOVE "LOANS" TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           IF WS-CL-COUNT = 0
               MOVE "  NONE" TO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
               ADD WS-CL-OUTSTANDING(WS-CL-IDX) TO WS-TOTAL-LOANS
               MOVE WS-CL-OUTSTANDING(WS-CL-IDX) TO WS-REPORT-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "  LOAN " WS-CL-LOAN-ID(WS-CL-IDX)
                   "  OUTSTANDING " WS-REPORT-AMOUNT
                   DELIMITED BY SIZE INTO STMT-LINE
               PERFORM WRITE-STMT-LINE
               PERFORM WRITE-NEXT-INSTALLMENT-LINE
           END-PERFORM
           .

       WRITE-NEXT-INSTALLMENT-LINE.
           MOVE "N" TO WS-CONSOL-ROW-FOUND
           IF WS-SCHEDULE-OPEN = "Y"
               MOVE WS-CL-LOAN-ID(WS-CL-IDX) TO LSCH-LOAN-ID
               MOVE WS-CL-NEXT-INSTALLMENT(WS-CL-IDX)
                   TO LSCH-INSTALLMENT-NO
               READ LOAN-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CONSOL-ROW-FOUND
               END-READ
           END-IF
           MOVE SPACES TO STMT-LINE
           IF WS-CONSOL-ROW-FOUND = "Y"
               MOVE LSCH-PAYMENT TO WS-REPORT-AMOUNT
               STRING "        NEXT INSTALLMENT " LSCH-INSTALLMENT-NO
                   " DUE " LSCH-DUE-DATE "  AMOUNT " WS-REPORT-AMOUNT
                   DELIMITED BY SIZE INTO STMT-LINE
           ELSE
               MOVE "        NO OPEN INSTALLMENT ON THE SCHEDULE"
                   TO STMT-LINE
           END-IF
           PERFORM WRITE-STMT-LINE
           .

       WRITE-NET-POSITION.
           COMPUTE WS-NET-POSITION =
               WS-TOTAL-DEPOSITS + WS-TOTAL-TERM - WS-TOTAL-LOANS
           MOVE SPACES TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE WS-TOTAL-DEPOSITS TO WS-TOTAL-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING "TOTAL DEPOSITS (USD)        " WS-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE WS-TOTAL-TERM TO WS-TOTAL-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING "TOTAL TERM DEPOSITS (USD)   " WS-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE WS-TOTAL-LOANS TO WS-TOTAL-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING "LESS LOANS OUTSTANDING      " WS-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE WS-NET-POSITION TO WS-TOTAL-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING "NET POSITION (USD)          " WS-TOTAL-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           IF WS-FOREIGN-COUNT > 0
               MOVE WS-FOREIGN-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO STMT-LINE
               STRING WS-COUNT-DISPLAY " FOREIGN CURRENCY ACCOUNT(S) "
                   "ABOVE ARE NOT IN THE NET POSITION"
                   DELIMITED BY SIZE INTO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           IF WS-CA-DROPPED > 0
               MOVE WS-CA-DROPPED TO WS-COUNT-DISPLAY
               MOVE SPACES TO STMT-LINE
               STRING WS-COUNT-DISPLAY " FURTHER ACCOUNT(S) NOT SHOWN "
                   "- ASK YOUR BRANCH FOR A FULL LISTING"
                   DELIMITED BY SIZE INTO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           .

      *    THE PERIOD'S POSTINGS ARE LISTED BY A SECOND PASS OVER
      *    THE SAME SOURCES - ARCHIVES FIRST, THEN THE LIVE MASTER,
      *    SO THEY READ OLDEST FIRST
       WRITE-ACCOUNT-ACTIVITY.
           PERFORM SET-TYPE-AND-ROLE-NAMES
           MOVE SPACES TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "ACCOUNT " WS-CA-NUMBER(WS-CA-IDX) " "
               WS-TYPE-NAME " " WS-ROLE-NAME " "
               WS-CA-CURRENCY(WS-CA-IDX) "  PERIOD: "
               WS-CA-START-DATE(WS-CA-IDX) " TO " WS-CONSOL-END-DATE
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE WS-CA-OPENING(WS-CA-IDX) TO WS-REPORT-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING "  OPENING BALANCE: " WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE

           MOVE 0 TO WS-ACTIVITY-COUNT
           MOVE WS-CA-NUMBER(WS-CA-IDX) TO WS-NET-ACCOUNT
           MOVE WS-CA-START-DATE(WS-CA-IDX) TO WS-STATEMENT-START-DATE
           MOVE WS-CONSOL-END-DATE TO WS-STATEMENT-END-DATE
           MOVE "Y" TO WS-LIST-POSTINGS
           PERFORM NET-FROM-ARCHIVES
           PERFORM NET-FROM-MASTER
           MOVE "N" TO WS-LIST-POSTINGS
           IF WS-ACTIVITY-COUNT = 0
               MOVE "  NO ACTIVITY IN THE PERIOD" TO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF

           MOVE WS-CA-CLOSING(WS-CA-IDX) TO WS-REPORT-AMOUNT
           MOVE SPACES TO STMT-LINE
           STRING "  CLOSING BALANCE: " WS-REPORT-AMOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           PERFORM WRITE-ACCRUED-INTEREST-LINE
           .

      *    INSTALLMENTS PAID IN THE CONSOLIDATED PERIOD, WITH THEIR
      *    PRINCIPAL AND INTEREST SPLIT
       WRITE-LOAN-ACTIVITY.
           MOVE SPACES TO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "LOAN " WS-CL-LOAN-ID(WS-CL-IDX) "  PERIOD: "
               WS-CONSOL-START-DATE " TO " WS-CONSOL-END-DATE
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           MOVE 0 TO WS-ACTIVITY-COUNT
           IF WS-SCHEDULE-OPEN = "Y"
               MOVE "N" TO WS-SCHEDULE-EOF
               MOVE WS-CL-LOAN-ID(WS-CL-IDX) TO LSCH-LOAN-ID
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
                           IF LSCH-LOAN-ID
                               NOT = WS-CL-LOAN-ID(WS-CL-IDX)
                               MOVE "Y" TO WS-SCHEDULE-EOF
                           ELSE
                               PERFORM WRITE-INSTALLMENT-PAID-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ACTIVITY-COUNT = 0
               MOVE "  NO INSTALLMENTS PAID IN THE PERIOD" TO STMT-LINE
               PERFORM WRITE-STMT-LINE
           END-IF
           .

       WRITE-INSTALLMENT-PAID-LINE.
           IF LSCH-STATUS NOT = "P"
               OR LSCH-PAID-DATE < WS-CONSOL-START-DATE
               OR LSCH-PAID-DATE > WS-CONSOL-END-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACTIVITY-COUNT
           MOVE LSCH-PRINCIPAL TO WS-REPORT-AMOUNT
           MOVE LSCH-INTEREST TO WS-REPORT-AMOUNT-2
           MOVE SPACES TO STMT-LINE
           STRING "  " LSCH-PAID-DATE "  INSTALLMENT "
               LSCH-INSTALLMENT-NO "  PRINCIPAL " WS-REPORT-AMOUNT
               "  INTEREST " WS-REPORT-AMOUNT-2
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM WRITE-STMT-LINE
           .

      *    EACH OWN ACCOUNT STATED HERE HAS ITS SEPARATE CYCLE MOVED
      *    UP TO THE CONSOLIDATED DATE, SO IF THE CUSTOMER OPTS BACK
      *    OUT ITS NEXT STATEMENT PICKS UP WHERE THIS ONE STOPPED
       RESYNC-ACCOUNT-CYCLES.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               IF WS-CA-RESYNC(WS-CA-IDX) = "Y"
                   PERFORM RESYNC-ONE-CYCLE
               END-IF
           END-PERFORM
           .

       RESYNC-ONE-CYCLE.
           MOVE WS-CA-NUMBER(WS-CA-IDX) TO STMT-CYCLE-ACCOUNT
           READ STATEMENT-CYCLE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-CONSOL-END-DATE TO STMT-CYCLE-LAST-STATEMENT-DATE
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CONSOL-END-DATE)
               + STMT-CYCLE-FREQUENCY-DAYS
           COMPUTE STMT-CYCLE-NEXT-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CYCLE-INTEGER)
           REWRITE STATEMENT-CYCLE-RECORD
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE STATEMENT CYCLE "
                   STMT-CYCLE-ACCOUNT " - STATUS: " WS-CYCLE-STATUS
                   " ***"
           END-IF
           .

       WRITE-CONSOLIDATED-MANIFEST.
           OPEN EXTEND MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           MOVE 0 TO MAN-ACCOUNT
           MOVE WS-CONSOL-END-DATE TO MAN-STATEMENT-DATE
           MOVE WS-CONSOL-START-DATE TO MAN-PERIOD-START
           MOVE WS-CONSOL-END-DATE TO MAN-PERIOD-END
           MOVE WS-STMT-PAGE-COUNT TO MAN-PAGE-COUNT
           MOVE WS-STMT-FILENAME TO MAN-FILENAME
           MOVE WS-CUSTOMER-DISPLAY-NAME TO MAN-CUSTOMER-NAME
           WRITE MANIFEST-RECORD
           CLOSE MANIFEST-FILE
           .

       END PROGRAM STATEMENT-CYCLE.
