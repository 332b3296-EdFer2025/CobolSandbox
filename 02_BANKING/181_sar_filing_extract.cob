       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAR-FILING-EXTRACT.

      *    NIGHTLY SUSPICIOUS ACTIVITY REPORT FILING. EVERY CASE ON
      *    THE CASE FILE (SAR-CASE-RECORD.cpy) CLOSED WITH A DECISION
      *    TO FILE AND NOT YET SENT GOES TO THE REGULATOR IN
      *    sar_filing_YYYYMMDD.dat, FIXED-FORMAT RECORDS IN THE SAME
      *    LETTERED SHAPE AS THE YEAR-END INFORMATION RETURN
      *    (136_loan_interest_statement.cob):
      *        "A"  ONE FILER RECORD - THE BANK (LENDER-IDENTITY.cpy)
      *        "B"  ONE SUBJECT RECORD PER CASE - THE CUSTOMER, THEIR
      *             ADDRESS IN FORCE, THE ACTIVITY DATE RANGE AND
      *             AMOUNT, AND THE MONITORS THAT RAISED IT
      *        "D"  ONE ACTIVITY RECORD PER LINKED COMPLIANCE HIT
      *        "N"  ONE RECORD PER NARRATIVE LINE
      *        "C"  ONE CONTROL RECORD - CASE AND RECORD COUNTS AND
      *             THE TOTAL AMOUNT REPORTED
      *    EACH CASE SENT IS MARKED WITH TODAY'S FILED DATE SO IT IS
      *    NEVER SENT TWICE. NOTHING TO FILE MEANS NO FILE.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE
               ASSIGN TO "02_BANKING/sar_cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAR-CASE-ID
               ALTERNATE RECORD KEY IS SAR-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CASE-STATUS.

           SELECT HIT-FILE
               ASSIGN TO "02_BANKING/compliance_hits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIT-ID
               ALTERNATE RECORD KEY IS HIT-SOURCE-KEY
               ALTERNATE RECORD KEY IS HIT-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIT-CASE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIT-STATUS.

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

      *    FILENAME IS BUILT AT RUN TIME FROM THE BUSINESS DATE SO
      *    EACH NIGHT'S FILING IS KEPT.
           SELECT FILING-FILE
               ASSIGN TO WS-FILING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
           COPY "SAR-CASE-RECORD.cpy".

       FD HIT-FILE.
           COPY "COMPLIANCE-HIT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD FILING-FILE.
       01 FILING-LINE PIC X(220).

       WORKING-STORAGE SECTION.
           COPY "LENDER-IDENTITY.cpy".
       01 WS-CASE-STATUS PIC XX.
       01 WS-HIT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-FILING-STATUS PIC XX.
       01 WS-HIT-OPEN PIC X VALUE "N".
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-FILING-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-HIT-EOF PIC X.
       01 WS-CONTACT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-FILING-FILENAME PIC X(60).

       01 WS-CASE-COUNT PIC 9(5) VALUE 0.
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-AMOUNT-CONTROL PIC 9(13)V99 VALUE 0.

      *THE SUBJECT OF THE CASE BEING WRITTEN
       01 WS-FIRST-NAME PIC X(20).
       01 WS-LAST-NAME PIC X(20).
       01 WS-BIRTH-DATE PIC 9(8).
       01 WS-BEST-ADDRESS-1 PIC X(30).
       01 WS-BEST-CITY PIC X(20).
       01 WS-BEST-POSTAL PIC X(10).
       01 WS-ACTIVITY-FROM PIC 9(8).
       01 WS-ACTIVITY-TO PIC 9(8).
       01 WS-LINE-INDEX PIC 9.

      *WHICH MONITORS RAISED THE CASE - ONE FLAG BYTE EACH FOR FRD,
      *STR, CTR, WLS AND KYC, WRITTEN AS A LIST OF CODES
       01 WS-SOURCE-FLAGS.
           05 WS-SOURCE-FLAG PIC X OCCURS 5 TIMES.
       01 WS-SOURCE-INDEX PIC 9.
       01 WS-SOURCE-COUNT PIC 9.
       01 WS-SOURCE-LIST PIC X(20).
       01 WS-SOURCE-NAMES PIC X(20) VALUE "FRD STR CTR WLS KYC ".
       01 WS-SOURCE-NAME REDEFINES WS-SOURCE-NAMES
           PIC X(4) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE SPACES TO WS-FILING-FILENAME
           STRING "02_BANKING/sar_filing_" WS-TODAY-DATE ".dat"
               DELIMITED BY SIZE INTO WS-FILING-FILENAME

      *    NO CASE FILE YET MEANS NO CASE WAS EVER OPENED
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = "35"
               DISPLAY "SAR FILING EXTRACT - NO CASES ON FILE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CASE FILE - STATUS: "
                   WS-CASE-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT HIT-FILE
           IF WS-HIT-STATUS = "00"
               MOVE "Y" TO WS-HIT-OPEN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF

           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO SAR-CASE-ID
           START CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF SAR-STATUS = "C" AND SAR-DECISION = "F"
                           AND SAR-FILED-DATE = 0
                           PERFORM FILE-ONE-CASE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FILING-OPEN = "Y"
               ADD 1 TO WS-RECORD-COUNT
               MOVE SPACES TO FILING-LINE
               STRING "C" WS-TODAY-DATE WS-CASE-COUNT WS-RECORD-COUNT
                   WS-AMOUNT-CONTROL
                   DELIMITED BY SIZE INTO FILING-LINE
               WRITE FILING-LINE
               CLOSE FILING-FILE
           END-IF

           CLOSE CASE-FILE
           IF WS-HIT-OPEN = "Y"
               CLOSE HIT-FILE
           END-IF
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF
           IF WS-FILING-OPEN = "Y"
               DISPLAY "SAR FILING EXTRACT COMPLETE - " WS-CASE-COUNT
                   " CASES FILED IN "
                   FUNCTION TRIM(WS-FILING-FILENAME)
           ELSE
               DISPLAY "SAR FILING EXTRACT - NO CASES TO FILE"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    THE FILING IS ONLY OPENED, AND ITS FILER RECORD WRITTEN,
      *    WHEN THE FIRST CASE TO SEND IS FOUND
       OPEN-FILING.
           OPEN OUTPUT FILING-FILE
           IF WS-FILING-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE FILING FILE - STATUS: "
                   WS-FILING-STATUS " ***"
               CLOSE CASE-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "Y" TO WS-FILING-OPEN
           MOVE SPACES TO FILING-LINE
           STRING "A" WS-TODAY-DATE LENDER-TAX-ID LENDER-NAME
               LENDER-ADDRESS-LINE-1 LENDER-CITY LENDER-POSTAL-CODE
               LENDER-PHONE
               DELIMITED BY SIZE INTO FILING-LINE
           WRITE FILING-LINE
           ADD 1 TO WS-RECORD-COUNT
           .

       FILE-ONE-CASE.
           IF WS-FILING-OPEN = "N"
               PERFORM OPEN-FILING
           END-IF
           PERFORM FIND-SUBJECT
           PERFORM SUMMARISE-CASE-HITS
           MOVE SPACES TO FILING-LINE
           STRING "B" SAR-CASE-ID SAR-CUSTOMER-ID WS-LAST-NAME
               WS-FIRST-NAME WS-BIRTH-DATE WS-BEST-ADDRESS-1
               WS-BEST-CITY WS-BEST-POSTAL WS-ACTIVITY-FROM
               WS-ACTIVITY-TO SAR-HIT-AMOUNT SAR-HIT-COUNT
               WS-SOURCE-LIST SAR-DETECTED-DATE SAR-DECIDED-DATE
               DELIMITED BY SIZE INTO FILING-LINE
           WRITE FILING-LINE
           ADD 1 TO WS-RECORD-COUNT
           PERFORM WRITE-CASE-ACTIVITY
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > 8
               IF SAR-NARRATIVE-LINE(WS-LINE-INDEX) NOT = SPACES
                   MOVE SPACES TO FILING-LINE
                   STRING "N" SAR-CASE-ID WS-LINE-INDEX
                       SAR-NARRATIVE-LINE(WS-LINE-INDEX)
                       DELIMITED BY SIZE INTO FILING-LINE
                   WRITE FILING-LINE
                   ADD 1 TO WS-RECORD-COUNT
               END-IF
           END-PERFORM
           ADD 1 TO WS-CASE-COUNT
           ADD SAR-HIT-AMOUNT TO WS-AMOUNT-CONTROL
           MOVE WS-TODAY-DATE TO SAR-FILED-DATE
           REWRITE SAR-CASE-RECORD
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT MARK CASE " SAR-CASE-ID
                   " AS FILED - STATUS: " WS-CASE-STATUS " ***"
           END-IF
           .

      *    THE NEWEST CONTACT ROW ALREADY IN EFFECT - THE SAME RULE
      *    THE STATEMENTS USE FOR THEIR MAILING HEADER.
       FIND-SUBJECT.
           MOVE SPACES TO WS-FIRST-NAME
           MOVE SPACES TO WS-LAST-NAME
           MOVE 0 TO WS-BIRTH-DATE
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE SAR-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CUSTOMER-FIRST-NAME TO WS-FIRST-NAME
                       MOVE CUSTOMER-LAST-NAME TO WS-LAST-NAME
                       MOVE CUSTOMER-BIRTH-DATE TO WS-BIRTH-DATE
               END-READ
           END-IF
           MOVE "ADDRESS NOT ON FILE" TO WS-BEST-ADDRESS-1
           MOVE SPACES TO WS-BEST-CITY
           MOVE SPACES TO WS-BEST-POSTAL
           IF WS-CONTACT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTACT-EOF
           MOVE SAR-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
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
                       IF CONTACT-CUSTOMER-ID NOT = SAR-CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-CONTACT-EOF
                       ELSE
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO WS-BEST-ADDRESS-1
                           MOVE CONTACT-CITY TO WS-BEST-CITY
                           MOVE CONTACT-POSTAL-CODE TO WS-BEST-POSTAL
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE ACTIVITY RANGE RUNS FROM THE EARLIEST TO THE LATEST
      *    DETECTION DATE AMONG THE LINKED HITS. A CASE WITH NO HIT
      *    BEHIND IT REPORTS ITS OWN DETECTION DATE AS BOTH ENDS.
       SUMMARISE-CASE-HITS.
           MOVE SAR-DETECTED-DATE TO WS-ACTIVITY-FROM
           MOVE SAR-DETECTED-DATE TO WS-ACTIVITY-TO
           MOVE "NNNNN" TO WS-SOURCE-FLAGS
           IF WS-HIT-OPEN = "Y"
               MOVE "N" TO WS-HIT-EOF
               MOVE SAR-CASE-ID TO HIT-CASE-ID
               START HIT-FILE KEY >= HIT-CASE-ID
                   INVALID KEY
                       MOVE "Y" TO WS-HIT-EOF
               END-START
               PERFORM UNTIL WS-HIT-EOF = "Y"
                   READ HIT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-HIT-EOF
                       NOT AT END
                           IF HIT-CASE-ID NOT = SAR-CASE-ID
                               MOVE "Y" TO WS-HIT-EOF
                           ELSE
                               PERFORM NOTE-CASE-HIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-SOURCE-LIST
           MOVE 0 TO WS-SOURCE-COUNT
           PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
               UNTIL WS-SOURCE-INDEX > 5
               IF WS-SOURCE-FLAG(WS-SOURCE-INDEX) = "Y"
                   MOVE WS-SOURCE-NAME(WS-SOURCE-INDEX)
                       TO WS-SOURCE-LIST(WS-SOURCE-COUNT * 4 + 1:4)
                   ADD 1 TO WS-SOURCE-COUNT
               END-IF
           END-PERFORM
           .

       NOTE-CASE-HIT.
           IF HIT-DETECTED-DATE < WS-ACTIVITY-FROM
               MOVE HIT-DETECTED-DATE TO WS-ACTIVITY-FROM
           END-IF
           IF HIT-DETECTED-DATE > WS-ACTIVITY-TO
               MOVE HIT-DETECTED-DATE TO WS-ACTIVITY-TO
           END-IF
           PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
               UNTIL WS-SOURCE-INDEX > 5
               IF HIT-SOURCE = WS-SOURCE-NAME(WS-SOURCE-INDEX)
                   MOVE "Y" TO WS-SOURCE-FLAG(WS-SOURCE-INDEX)
               END-IF
           END-PERFORM
           .

       WRITE-CASE-ACTIVITY.
           IF WS-HIT-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HIT-EOF
           MOVE SAR-CASE-ID TO HIT-CASE-ID
           START HIT-FILE KEY >= HIT-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-HIT-EOF
           END-START
           PERFORM UNTIL WS-HIT-EOF = "Y"
               READ HIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIT-EOF
                   NOT AT END
                       IF HIT-CASE-ID NOT = SAR-CASE-ID
                           MOVE "Y" TO WS-HIT-EOF
                       ELSE
                           MOVE SPACES TO FILING-LINE
                           STRING "D" SAR-CASE-ID HIT-SOURCE
                               HIT-SOURCE-REF HIT-CUSTOMER-ID
                               HIT-DETECTED-DATE HIT-ACCOUNT
                               HIT-AMOUNT HIT-DETAIL
                               DELIMITED BY SIZE INTO FILING-LINE
                           WRITE FILING-LINE
                           ADD 1 TO WS-RECORD-COUNT
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM SAR-FILING-EXTRACT.
