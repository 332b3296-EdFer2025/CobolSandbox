       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-INTEREST-STATEMENT.

      *    YEAR-END LOAN INTEREST PAID STATEMENTS - THE BORROWER'S
      *    COUNTERPART OF YEAR-END-TAX-REPORT, WHICH ONLY COVERS
      *    INTEREST WE PAID OUT ON DEPOSITS. SWEEPS THE YEAR'S
      *    TYPE "N" (LOAN INTEREST) AND TYPE "R" (LOAN PRINCIPAL)
      *    POSTINGS OUT OF THE LIVE transaction.dat PLUS EVERY
      *    ARCHIVE FILE THE ARCHIVE CATALOG SAYS OVERLAPS THE YEAR,
      *    TOTALS THEM PER LOAN FROM THE "LOAN:NNNNN/" MEMO EVERY
      *    LOAN POSTING CARRIES, AND PRINTS ONE STATEMENT PER
      *    BORROWER TO loan_interest_statements.txt: THE LENDER
      *    (LENDER-IDENTITY.cpy), THE BORROWER'S NAME AND ADDRESS IN
      *    FORCE, AND PER LOAN THE INTEREST PAID, PRINCIPAL PAID AND
      *    THE OUTSTANDING BALANCE AT YEAR END. THE YEAR-END BALANCE
      *    IS TODAY'S LOAN-OUTSTANDING PLUS ANY PRINCIPAL POSTED
      *    SINCE THE YEAR CLOSED, SO A LATE RUN STILL PRINTS THE
      *    31 DECEMBER FIGURE.
      *
      *    THE SAME FIGURES GO TO loan_interest_filing_YYYY.dat FOR
      *    THE TAX AUTHORITY'S ELECTRONIC FILING: ONE "A" LENDER
      *    RECORD, ONE "B" RECORD PER BORROWER, AND A "C" CONTROL
      *    RECORD WITH THE BORROWER COUNT AND THE INTEREST AND
      *    PRINCIPAL TOTALS.
      *
      *    RUNS STANDALONE OR AS A JOB CALLED BY JOB-SCHEDULER -
      *    GOBACK RETURNS WITH RETURN-CODE 0 (OK) OR 4 (FAILED).
      *    CALLED UNATTENDED ("P"), THE YEAR IS THE YEAR BEFORE THE
      *    BUSINESS DATE'S - THE SCHEDULER FIRES THIS ON THE FIRST
      *    BUSINESS DAY OF JANUARY. RUN STANDALONE, LK-RUN-MODE
      *    COMES BACK BLANK AND THE YEAR IS ASKED FOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

      *    OPENED ONCE PER CATALOGED ARCHIVE FILE WHOSE DATE RANGE
      *    REACHES THE YEAR - THE FILENAME COMES FROM THE CATALOG
      *    ROW.
           SELECT ARCHIVE-FILE
               ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO "02_BANKING/archive_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "02_BANKING/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

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

           SELECT STATEMENT-FILE
               ASSIGN TO "02_BANKING/loan_interest_statements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

      *    FILENAME IS BUILT AT RUN TIME FROM THE YEAR SO EACH
      *    YEAR'S FILING IS KEPT.
           SELECT FILING-FILE
               ASSIGN TO WS-FILING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD ARCHIVE-FILE.
           COPY "TRANSACTION-RECORD.cpy"
               REPLACING ==TRANSACTION-RECORD== BY ==ARCHIVE-RECORD==
                   ==TRANSACTION-REF== BY ==ARCHIVE-REF==
                   ==TRANSACTION-REVERSAL-OF-REF==
                       BY ==ARCHIVE-REVERSAL-OF-REF==
                   ==FROM-ACCOUNT== BY ==ARCHIVE-FROM-ACCOUNT==
                   ==TO-ACCOUNT== BY ==ARCHIVE-TO-ACCOUNT==
                   ==TRANSACTION-AMOUNT== BY ==ARCHIVE-AMOUNT==
                   ==TRANSACTION-DATE== BY ==ARCHIVE-DATE==
                   ==TRANSACTION-TIME== BY ==ARCHIVE-TIME==
                   ==TRANSACTION-TYPE== BY ==ARCHIVE-TYPE==
                   ==TRANSACTION-REVERSED== BY ==ARCHIVE-REVERSED==
                   ==TRANSACTION-REVERSAL-OF-DATE==
                       BY ==ARCHIVE-REVERSAL-OF-DATE==
                   ==TRANSACTION-REVERSAL-OF-TIME==
                       BY ==ARCHIVE-REVERSAL-OF-TIME==
                   ==TRANSACTION-MEMO== BY ==ARCHIVE-MEMO==
                   ==TRANSACTION-SUPERVISOR-ID==
                       BY ==ARCHIVE-SUPERVISOR-ID==
                   ==TRANSACTION-BRANCH== BY ==ARCHIVE-BRANCH==.

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-FILENAME PIC X(60).
           05 CAT-FROM-DATE PIC 9(8).
           05 CAT-TO-DATE PIC 9(8).
           05 CAT-RECORD-COUNT PIC 9(7).

       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD STATEMENT-FILE.
       01 STATEMENT-LINE PIC X(80).

       FD FILING-FILE.
       01 FILING-LINE PIC X(160).

       WORKING-STORAGE SECTION.
           COPY "LENDER-IDENTITY.cpy".
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-STATEMENT-STATUS PIC XX.
       01 WS-FILING-STATUS PIC XX.
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-CATALOG-EOF PIC X VALUE "N".
       01 WS-CONTACT-EOF PIC X.

       01 WS-TAX-YEAR PIC 9(4).
       01 WS-YEAR-START PIC 9(8).
       01 WS-YEAR-END PIC 9(8).
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ARCHIVE-FILENAME PIC X(60).
       01 WS-FILING-FILENAME PIC X(60).
       01 WS-ARCHIVES-READ PIC 9(3) VALUE 0.

      *ONE SLOT PER LOAN THAT HAD A PRINCIPAL OR INTEREST POSTING
       01 WS-MAX-SLOTS PIC 9(3) VALUE 500.
       01 WS-SLOT-COUNT PIC 9(3) VALUE 0.
       01 WS-LOAN-TABLE.
           05 WS-LN-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-SLOT-COUNT.
               10 WS-LN-LOAN-ID PIC 9(5).
               10 WS-LN-CUSTOMER PIC 9(5).
               10 WS-LN-INTEREST PIC 9(9)V99.
               10 WS-LN-PRINCIPAL PIC 9(9)V99.
      *        PRINCIPAL POSTED AFTER THE YEAR CLOSED - ADDED BACK
      *        TO TODAY'S OUTSTANDING FOR THE YEAR-END BALANCE
               10 WS-LN-LATER-PRINCIPAL PIC 9(9)V99.
               10 WS-LN-OUTSTANDING PIC S9(9)V99.
       01 WS-SLOT-INDEX PIC 9(3).
       01 WS-SLOT-FOUND PIC 9(3).
       01 WS-SCAN-INDEX PIC 9(3).

       01 WS-WORK-MEMO PIC X(40).
       01 WS-WORK-TYPE PIC X.
       01 WS-WORK-DATE PIC 9(8).
       01 WS-WORK-AMOUNT PIC 9(7)V99.
       01 WS-WORK-LOAN-ID PIC 9(5).

       01 WS-PAGE-CUSTOMER PIC 9(5).
       01 WS-BORROWER-INTEREST PIC 9(9)V99.
       01 WS-BORROWER-PRINCIPAL PIC 9(9)V99.
       01 WS-BORROWER-OUTSTANDING PIC S9(9)V99.
       01 WS-FILING-OUTSTANDING PIC 9(9)V99.
       01 WS-BORROWERS-PRINTED PIC 9(5) VALUE 0.
       01 WS-INTEREST-CONTROL PIC 9(11)V99 VALUE 0.
       01 WS-PRINCIPAL-CONTROL PIC 9(11)V99 VALUE 0.

       01 WS-HOLDER-NAME PIC X(40).
       01 WS-FIRST-NAME PIC X(20).
       01 WS-LAST-NAME PIC X(20).
       01 WS-BEST-ADDRESS-1 PIC X(30).
       01 WS-BEST-ADDRESS-2 PIC X(30).
       01 WS-BEST-CITY PIC X(20).
       01 WS-BEST-POSTAL PIC X(10).
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-2 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-BALANCE-DISPLAY PIC Z,ZZZ,ZZZ,ZZ9.99-.

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
           IF LK-RUN-MODE = "P"
               MOVE WS-BUSINESS-DATE(1:4) TO WS-TAX-YEAR
               SUBTRACT 1 FROM WS-TAX-YEAR
               DISPLAY "LOAN INTEREST STATEMENTS FOR " WS-TAX-YEAR
                   " (UNATTENDED)"
           ELSE
               DISPLAY "TAX YEAR (YYYY):" WITH NO ADVANCING
               ACCEPT WS-TAX-YEAR
           END-IF
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 101
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS = "35"
               DISPLAY "LOAN INTEREST STATEMENT: NO LOANS ON DISK - "
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

           PERFORM SWEEP-LIVE-LEDGER
           PERFORM SWEEP-CATALOGED-ARCHIVES

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF
           PERFORM WRITE-STATEMENTS
           CLOSE LOAN-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF

           DISPLAY "LOAN INTEREST STATEMENTS COMPLETE - "
               WS-BORROWERS-PRINTED " BORROWERS, "
               WS-ARCHIVES-READ " ARCHIVE FILES SWEPT - SEE "
               "02_BANKING/loan_interest_statements.txt AND "
               FUNCTION TRIM(WS-FILING-FILENAME)
           MOVE 0 TO RETURN-CODE
           GOBACK.

       SWEEP-LIVE-LEDGER.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF (TRANSACTION-TYPE = "N"
                           OR TRANSACTION-TYPE = "R")
                           AND TRANSACTION-REVERSED = "N"
                           AND TRANSACTION-DATE >= WS-YEAR-START
                           MOVE TRANSACTION-MEMO TO WS-WORK-MEMO
                           MOVE TRANSACTION-TYPE TO WS-WORK-TYPE
                           MOVE TRANSACTION-DATE TO WS-WORK-DATE
                           MOVE TRANSACTION-AMOUNT TO WS-WORK-AMOUNT
                           PERFORM ADD-POSTING-TO-SLOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           .

      *    ONLY ARCHIVES WHOSE CATALOGED DATE RANGE REACHES THE YEAR
      *    OR LATER ARE MOUNTED - LATER ONES STILL MATTER FOR THE
      *    PRINCIPAL POSTED SINCE THE YEAR CLOSED.
       SWEEP-CATALOGED-ARCHIVES.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CATALOG-EOF = "Y"
               READ CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-CATALOG-EOF
                   NOT AT END
                       IF CAT-TO-DATE >= WS-YEAR-START
                           MOVE CAT-FILENAME TO WS-ARCHIVE-FILENAME
                           PERFORM SWEEP-ONE-ARCHIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           .

       SWEEP-ONE-ARCHIVE.
           MOVE "N" TO WS-FILE-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "*** CATALOGED ARCHIVE "
                   FUNCTION TRIM(WS-ARCHIVE-FILENAME)
                   " COULD NOT BE OPENED - STATUS: "
                   WS-ARCHIVE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCHIVES-READ
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF (ARCHIVE-TYPE = "N" OR ARCHIVE-TYPE = "R")
                           AND ARCHIVE-REVERSED = "N"
                           AND ARCHIVE-DATE >= WS-YEAR-START
                           MOVE ARCHIVE-MEMO TO WS-WORK-MEMO
                           MOVE ARCHIVE-TYPE TO WS-WORK-TYPE
                           MOVE ARCHIVE-DATE TO WS-WORK-DATE
                           MOVE ARCHIVE-AMOUNT TO WS-WORK-AMOUNT
                           PERFORM ADD-POSTING-TO-SLOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           .

      *    EVERY LOAN LEG IS MEMOED "LOAN:" + THE FIVE-DIGIT LOAN ID.
      *    INSIDE THE YEAR, INTEREST AND PRINCIPAL ARE TOTALLED; AFTER
      *    IT, ONLY PRINCIPAL MATTERS (TO WIND THE BALANCE BACK).
       ADD-POSTING-TO-SLOT.
           IF WS-WORK-MEMO(1:5) NOT = "LOAN:"
               OR WS-WORK-MEMO(6:5) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-DATE > WS-YEAR-END AND WS-WORK-TYPE = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-MEMO(6:5) TO WS-WORK-LOAN-ID
           MOVE 0 TO WS-SLOT-FOUND
           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
               UNTIL WS-SLOT-INDEX > WS-SLOT-COUNT
               IF WS-LN-LOAN-ID(WS-SLOT-INDEX) = WS-WORK-LOAN-ID
                   MOVE WS-SLOT-INDEX TO WS-SLOT-FOUND
                   MOVE WS-SLOT-COUNT TO WS-SLOT-INDEX
               END-IF
           END-PERFORM
           IF WS-SLOT-FOUND = 0
               IF WS-SLOT-COUNT >= WS-MAX-SLOTS
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-WORK-LOAN-ID TO LOAN-ID
               READ LOAN-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               ADD 1 TO WS-SLOT-COUNT
               MOVE WS-WORK-LOAN-ID TO WS-LN-LOAN-ID(WS-SLOT-COUNT)
               MOVE LOAN-CUSTOMER-ID TO WS-LN-CUSTOMER(WS-SLOT-COUNT)
               MOVE 0 TO WS-LN-INTEREST(WS-SLOT-COUNT)
               MOVE 0 TO WS-LN-PRINCIPAL(WS-SLOT-COUNT)
               MOVE 0 TO WS-LN-LATER-PRINCIPAL(WS-SLOT-COUNT)
               MOVE LOAN-OUTSTANDING TO WS-LN-OUTSTANDING(WS-SLOT-COUNT)
               MOVE WS-SLOT-COUNT TO WS-SLOT-FOUND
           END-IF
           EVALUATE TRUE
               WHEN WS-WORK-DATE > WS-YEAR-END
                   ADD WS-WORK-AMOUNT
                       TO WS-LN-LATER-PRINCIPAL(WS-SLOT-FOUND)
               WHEN WS-WORK-TYPE = "N"
                   ADD WS-WORK-AMOUNT TO WS-LN-INTEREST(WS-SLOT-FOUND)
               WHEN OTHER
                   ADD WS-WORK-AMOUNT TO WS-LN-PRINCIPAL(WS-SLOT-FOUND)
           END-EVALUATE
           .

      *    ONE STATEMENT PER BORROWER COVERING EVERY LOAN THAT HAD
      *    POSTINGS IN THE YEAR. SLOTS ARE WALKED ONCE PER DISTINCT
      *    BORROWER, THE SAME WAY YEAR-END-TAX-REPORT WALKS ITS
      *    ACCOUNTS - THE TABLE IS SMALL.
       WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE
           MOVE SPACES TO WS-FILING-FILENAME
           STRING "02_BANKING/loan_interest_filing_" WS-TAX-YEAR
               ".dat"
               DELIMITED BY SIZE INTO WS-FILING-FILENAME
           OPEN OUTPUT FILING-FILE
           MOVE SPACES TO FILING-LINE
           STRING "A" WS-TAX-YEAR LENDER-TAX-ID LENDER-NAME
               LENDER-ADDRESS-LINE-1 LENDER-CITY LENDER-POSTAL-CODE
               DELIMITED BY SIZE INTO FILING-LINE
           WRITE FILING-LINE

           PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1
               UNTIL WS-SLOT-INDEX > WS-SLOT-COUNT
               IF WS-LN-CUSTOMER(WS-SLOT-INDEX) NOT = 99999
                   AND (WS-LN-INTEREST(WS-SLOT-INDEX) > 0
                       OR WS-LN-PRINCIPAL(WS-SLOT-INDEX) > 0)
                   MOVE WS-LN-CUSTOMER(WS-SLOT-INDEX)
                       TO WS-PAGE-CUSTOMER
                   PERFORM WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM

           MOVE SPACES TO FILING-LINE
           STRING "C" WS-TAX-YEAR WS-BORROWERS-PRINTED
               WS-INTEREST-CONTROL WS-PRINCIPAL-CONTROL
               DELIMITED BY SIZE INTO FILING-LINE
           WRITE FILING-LINE
           CLOSE FILING-FILE

           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE ALL "-" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-INTEREST-CONTROL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "CONTROL TOTAL - LOAN INTEREST RECEIVED IN "
               WS-TAX-YEAR ": " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-PRINCIPAL-CONTROL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "CONTROL TOTAL - LOAN PRINCIPAL RECEIVED IN "
               WS-TAX-YEAR ": " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           CLOSE STATEMENT-FILE
           .

       WRITE-ONE-STATEMENT.
           ADD 1 TO WS-BORROWERS-PRINTED
           PERFORM FIND-BORROWER-ADDRESS

           MOVE ALL "=" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "LOAN INTEREST PAID STATEMENT - TAX YEAR "
               WS-TAX-YEAR
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "LENDER:   " LENDER-NAME "  TAX ID " LENDER-TAX-ID
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "          " LENDER-ADDRESS-LINE-1
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF LENDER-ADDRESS-LINE-2 NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING "          " LENDER-ADDRESS-LINE-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF LENDER-CITY NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING "          " FUNCTION TRIM(LENDER-CITY) " "
                   FUNCTION TRIM(LENDER-POSTAL-CODE)
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           IF LENDER-PHONE NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING "          TELEPHONE " LENDER-PHONE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "BORROWER: " FUNCTION TRIM(WS-HOLDER-NAME)
               "  (CUSTOMER " WS-PAGE-CUSTOMER ")"
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "          " WS-BEST-ADDRESS-1
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-BEST-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO STATEMENT-LINE
               STRING "          " WS-BEST-ADDRESS-2
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING "          " FUNCTION TRIM(WS-BEST-CITY) " "
               FUNCTION TRIM(WS-BEST-POSTAL)
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "LOAN    INTEREST PAID    PRINCIPAL PAID   BALANCE AT"
               & " YEAR END" TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE 0 TO WS-BORROWER-INTEREST
           MOVE 0 TO WS-BORROWER-PRINCIPAL
           MOVE 0 TO WS-BORROWER-OUTSTANDING
           PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-SLOT-COUNT
               IF WS-LN-CUSTOMER(WS-SCAN-INDEX) = WS-PAGE-CUSTOMER
                   IF WS-LN-INTEREST(WS-SCAN-INDEX) > 0
                       OR WS-LN-PRINCIPAL(WS-SCAN-INDEX) > 0
                       PERFORM WRITE-ONE-LOAN-LINE
                   END-IF
      *            RETIRE THE SLOT SO LATER PASSES DO NOT PRINT
      *            THIS BORROWER A SECOND TIME
                   MOVE 99999 TO WS-LN-CUSTOMER(WS-SCAN-INDEX)
               END-IF
           END-PERFORM
           MOVE WS-BORROWER-INTEREST TO WS-AMOUNT-DISPLAY
           MOVE WS-BORROWER-PRINCIPAL TO WS-AMOUNT-DISPLAY-2
           MOVE WS-BORROWER-OUTSTANDING TO WS-BALANCE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL" WS-AMOUNT-DISPLAY " " WS-AMOUNT-DISPLAY-2
               " " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "KEEP THIS STATEMENT FOR YOUR TAX RECORDS. THE "
               & "INTEREST ABOVE HAS BEEN" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "REPORTED TO THE TAX AUTHORITY." TO STATEMENT-LINE
           WRITE STATEMENT-LINE

           MOVE 0 TO WS-FILING-OUTSTANDING
           IF WS-BORROWER-OUTSTANDING > 0
               MOVE WS-BORROWER-OUTSTANDING TO WS-FILING-OUTSTANDING
           END-IF
           MOVE SPACES TO FILING-LINE
           STRING "B" WS-TAX-YEAR WS-PAGE-CUSTOMER WS-LAST-NAME
               WS-FIRST-NAME WS-BEST-ADDRESS-1 WS-BEST-CITY
               WS-BEST-POSTAL WS-BORROWER-INTEREST
               WS-FILING-OUTSTANDING WS-BORROWER-PRINCIPAL
               DELIMITED BY SIZE INTO FILING-LINE
           WRITE FILING-LINE
           ADD WS-BORROWER-INTEREST TO WS-INTEREST-CONTROL
           ADD WS-BORROWER-PRINCIPAL TO WS-PRINCIPAL-CONTROL
           .

       WRITE-ONE-LOAN-LINE.
           COMPUTE WS-LN-OUTSTANDING(WS-SCAN-INDEX) =
               WS-LN-OUTSTANDING(WS-SCAN-INDEX)
               + WS-LN-LATER-PRINCIPAL(WS-SCAN-INDEX)
           MOVE WS-LN-INTEREST(WS-SCAN-INDEX) TO WS-AMOUNT-DISPLAY
           MOVE WS-LN-PRINCIPAL(WS-SCAN-INDEX) TO WS-AMOUNT-DISPLAY-2
           MOVE WS-LN-OUTSTANDING(WS-SCAN-INDEX) TO WS-BALANCE-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
           STRING WS-LN-LOAN-ID(WS-SCAN-INDEX) WS-AMOUNT-DISPLAY " "
               WS-AMOUNT-DISPLAY-2 " " WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD WS-LN-INTEREST(WS-SCAN-INDEX) TO WS-BORROWER-INTEREST
           ADD WS-LN-PRINCIPAL(WS-SCAN-INDEX) TO WS-BORROWER-PRINCIPAL
           ADD WS-LN-OUTSTANDING(WS-SCAN-INDEX)
               TO WS-BORROWER-OUTSTANDING
           .

      *    THE NEWEST CONTACT ROW ALREADY IN EFFECT - THE SAME RULE
      *    THE STATEMENTS USE FOR THEIR MAILING HEADER.
       FIND-BORROWER-ADDRESS.
           MOVE "BORROWER" TO WS-HOLDER-NAME
           MOVE SPACES TO WS-FIRST-NAME
           MOVE SPACES TO WS-LAST-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE WS-PAGE-CUSTOMER TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE CUSTOMER-FIRST-NAME TO WS-FIRST-NAME
                       MOVE CUSTOMER-LAST-NAME TO WS-LAST-NAME
                       MOVE SPACES TO WS-HOLDER-NAME
                       STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                           FUNCTION TRIM(CUSTOMER-LAST-NAME)
                           DELIMITED BY SIZE INTO WS-HOLDER-NAME
               END-READ
           END-IF
           MOVE "ADDRESS NOT ON FILE" TO WS-BEST-ADDRESS-1
           MOVE SPACES TO WS-BEST-ADDRESS-2
           MOVE SPACES TO WS-BEST-CITY
           MOVE SPACES TO WS-BEST-POSTAL
           IF WS-CONTACT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTACT-EOF
           MOVE WS-PAGE-CUSTOMER TO CONTACT-CUSTOMER-ID
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
                       IF CONTACT-CUSTOMER-ID NOT = WS-PAGE-CUSTOMER
                           OR CONTACT-EFFECTIVE-DATE > WS-BUSINESS-DATE
                           MOVE "Y" TO WS-CONTACT-EOF
                       ELSE
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO WS-BEST-ADDRESS-1
                           MOVE CONTACT-ADDRESS-LINE-2
                               TO WS-BEST-ADDRESS-2
                           MOVE CONTACT-CITY TO WS-BEST-CITY
                           MOVE CONTACT-POSTAL-CODE TO WS-BEST-POSTAL
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM LOAN-INTEREST-STATEMENT.
