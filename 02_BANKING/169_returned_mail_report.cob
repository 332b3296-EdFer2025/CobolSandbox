       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL-REPORT.

      *    MONTHLY LIST FOR COMPLIANCE OF EVERY CUSTOMER WHOSE
      *    ADDRESS IN FORCE IS MARKED AS RETURNED MAIL (SEE
      *    RETURNED-MAIL, 168_returned_mail.cob), IN CUSTOMER
      *    ORDER, WITH THE DAYS SINCE THE MAIL FIRST CAME
      *    BACK, HOW MANY ITEMS HAVE COME BACK AND HOW MANY OPEN
      *    ACCOUNTS THE CUSTOMER STILL HOLDS. A CUSTOMER WE CANNOT
      *    REACH IS A DORMANCY/ESCHEATMENT CASE IN WAITING AND A GAP
      *    IN THEIR KYC FILE, SO ANYONE IN THE STATUS FOR
      *    RETURNED-MAIL-DAYS (PARAMETER, FALLBACK 180) OR
      *    LONGER IS FLAGGED FOR FOLLOW-UP.
      *    WRITES 02_BANKING/returned_mail_report.txt.
      *
      *    RUNS STANDALONE OR AS A MONTHLY JOB CALLED BY
      *    99_job_scheduler.cob - GOBACK RETURNS TO THE SCHEDULER
      *    WITH RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CONTACT ROWS CUSTOMER-DB MAINTAINS
           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/returned_mail_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-ACCOUNT-OPEN PIC X VALUE "N".
       01 WS-CONTACT-EOF PIC X VALUE "N".
       01 WS-ACCOUNT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REVIEW-DAYS PIC 9(5) VALUE 180.
       01 WS-FLAG PIC X(6).
       01 WS-CUSTOMER-NAME PIC X(41).

      *THE ROW IN FORCE FOR THE CUSTOMER BEING GATHERED - ROWS
      *ARRIVE OLDEST FIRST, SO THE LAST ONE NOT IN THE FUTURE STANDS
       01 WS-CURRENT-CUSTOMER PIC 9(5) VALUE 0.
       01 WS-IN-FORCE-FOUND PIC X VALUE "N".
       01 WS-IN-FORCE-RETURNED PIC X.
       01 WS-IN-FORCE-DATE PIC 9(8).
       01 WS-IN-FORCE-COUNT PIC 9(3).
       01 WS-IN-FORCE-ADDRESS PIC X(30).
       01 WS-IN-FORCE-CITY PIC X(20).

       01 WS-DAYS-RETURNED PIC 9(5).
       01 WS-OPEN-ACCOUNTS PIC 9(3).
       01 WS-LISTED-COUNT PIC 9(7) VALUE 0.
       01 WS-REVIEW-COUNT PIC 9(7) VALUE 0.
       01 WS-UNDER-90-COUNT PIC 9(7) VALUE 0.
       01 WS-UNDER-365-COUNT PIC 9(7) VALUE 0.
       01 WS-OVER-365-COUNT PIC 9(7) VALUE 0.

       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "RETURNED-MAIL-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-REVIEW-DAYS
           END-IF

      *    NO CONTACT FILE MEANS NO ADDRESS HAS EVER BEEN MARKED -
      *    THE REPORT STILL GOES OUT, EMPTY
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           ELSE
               MOVE "Y" TO WS-CONTACT-EOF
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               PERFORM CLOSE-INPUT-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMERS IN RETURNED-MAIL STATUS - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  REVIEW = IN THE STATUS " WS-REVIEW-DAYS
               " DAYS OR MORE - TRACE THE CUSTOMER, CHECK DORMANCY"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  CUST  SINCE    DAYS  ITEMS ACCTS FLAG   CUSTOMER"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "ADDRESS" TO REPORT-LINE(43:)
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO CONTACT-CUSTOMER-ID
           MOVE 0 TO CONTACT-EFFECTIVE-DATE
           IF WS-CONTACT-EOF = "N"
               START CONTACT-FILE KEY >= CONTACT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-CONTACT-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-CONTACT-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CONTACT-EOF
                   NOT AT END
                       IF CONTACT-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                           PERFORM CHECK-ONE-CUSTOMER
                           MOVE CONTACT-CUSTOMER-ID
                               TO WS-CURRENT-CUSTOMER
                           MOVE "N" TO WS-IN-FORCE-FOUND
                       END-IF
                       IF CONTACT-EFFECTIVE-DATE <= WS-TODAY-DATE
                           PERFORM NOTE-ROW-IN-FORCE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CHECK-ONE-CUSTOMER

           IF WS-LISTED-COUNT = 0
               MOVE "  NO CUSTOMER IS IN RETURNED-MAIL STATUS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-SUMMARY

           PERFORM CLOSE-INPUT-FILES
           CLOSE REPORT-FILE
           DISPLAY "RETURNED MAIL REPORT COMPLETE - " WS-LISTED-COUNT
               " CUSTOMERS, " WS-REVIEW-COUNT " FOR REVIEW"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CLOSE-INPUT-FILES.
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF
           CLOSE CUSTOMER-FILE
           IF WS-ACCOUNT-OPEN = "Y"
               CLOSE ACCOUNT-FILE
           END-IF
           .

       NOTE-ROW-IN-FORCE.
           MOVE "Y" TO WS-IN-FORCE-FOUND
           MOVE "N" TO WS-IN-FORCE-RETURNED
           IF CONTACT-MAIL-RETURNED = "Y"
               MOVE "Y" TO WS-IN-FORCE-RETURNED
           END-IF
           MOVE CONTACT-RETURNED-DATE TO WS-IN-FORCE-DATE
           MOVE CONTACT-RETURN-COUNT TO WS-IN-FORCE-COUNT
           MOVE CONTACT-ADDRESS-LINE-1 TO WS-IN-FORCE-ADDRESS
           MOVE CONTACT-CITY TO WS-IN-FORCE-CITY
           .

      *    CALLED AT EACH CHANGE OF CUSTOMER IN THE CONTACT FILE, AND
      *    ONCE MORE AT THE END, FOR THE CUSTOMER JUST GATHERED
       CHECK-ONE-CUSTOMER.
           IF WS-IN-FORCE-FOUND = "N" OR WS-IN-FORCE-RETURNED = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           COMPUTE WS-DAYS-RETURNED =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-IN-FORCE-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-RETURNED < 90
                   ADD 1 TO WS-UNDER-90-COUNT
               WHEN WS-DAYS-RETURNED < 365
                   ADD 1 TO WS-UNDER-365-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OVER-365-COUNT
           END-EVALUATE
           MOVE SPACES TO WS-FLAG
           IF WS-DAYS-RETURNED >= WS-REVIEW-DAYS
               MOVE "REVIEW" TO WS-FLAG
               ADD 1 TO WS-REVIEW-COUNT
           END-IF

           MOVE "UNKNOWN CUSTOMER" TO WS-CUSTOMER-NAME
           MOVE WS-CURRENT-CUSTOMER TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-CUSTOMER-NAME
                   STRING FUNCTION TRIM(CUSTOMER-LAST-NAME) ", "
                       FUNCTION TRIM(CUSTOMER-FIRST-NAME)
                       DELIMITED BY SIZE INTO WS-CUSTOMER-NAME
           END-READ
           PERFORM COUNT-OPEN-ACCOUNTS

           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-CURRENT-CUSTOMER " " WS-IN-FORCE-DATE " "
               WS-DAYS-RETURNED " " WS-IN-FORCE-COUNT "   "
               WS-OPEN-ACCOUNTS "   " WS-FLAG " "
               FUNCTION TRIM(WS-CUSTOMER-NAME)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-IN-FORCE-ADDRESS) ", "
               FUNCTION TRIM(WS-IN-FORCE-CITY)
               DELIMITED BY SIZE INTO REPORT-LINE(43:)
           WRITE REPORT-LINE
           .

      *    ACCOUNTS THE CUSTOMER HOLDS IN THEIR OWN NAME THAT ARE NOT
      *    CLOSED - THE MONEY THAT WOULD GO DORMANT
       COUNT-OPEN-ACCOUNTS.
           MOVE 0 TO WS-OPEN-ACCOUNTS
           IF WS-ACCOUNT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACCOUNT-EOF
           MOVE WS-CURRENT-CUSTOMER TO ACCOUNT-CUSTOMER-ID
           START ACCOUNT-FILE KEY >= ACCOUNT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-EOF
           END-START
           PERFORM UNTIL WS-ACCOUNT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-EOF
                   NOT AT END
                       IF ACCOUNT-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER
                           MOVE "Y" TO WS-ACCOUNT-EOF
                       ELSE
                           IF ACCOUNT-STATUS NOT = "C"
                               AND ACCOUNT-STATUS NOT = "W"
                               ADD 1 TO WS-OPEN-ACCOUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CUSTOMERS IN RETURNED-MAIL STATUS   "
               WS-LISTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    UNDER 90 DAYS                     "
               WS-UNDER-90-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    90 TO 364 DAYS                    "
               WS-UNDER-365-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    365 DAYS OR MORE                  "
               WS-OVER-365-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  FLAGGED FOR REVIEW                  "
               WS-REVIEW-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM RETURNED-MAIL-REPORT.
