       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-COMPLETENESS.

      *    MONTHLY DATA COMPLETENESS SCORECARD. INTEGRITY-AUDIT
      *    CATCHES REFERENCES THAT ARE BROKEN; THIS CATCHES RECORDS
      *    THAT ARE VALID BUT INCOMPLETE. EVERY ACTIVE CUSTOMER AND
      *    EVERY OPEN CUSTOMER ACCOUNT IS SCORED AGAINST THE
      *    REQUIRED-DATA RULES BELOW, AS THE PERCENTAGE OF ITS
      *    RULES IT PASSES:
      *
      *      CUSTOMER  BIRTH DATE CAPTURED (INDIVIDUALS ONLY)
      *                A CONTACT ROW IN EFFECT (CONTACT-RECORD.cpy)
      *                STREET ADDRESS AND POSTAL CODE ON THAT ROW
      *                PHONE ON THAT ROW
      *                EMAIL ON THAT ROW
      *                NEXT KYC REVIEW DATE SET
      *      ACCOUNT   HOME BRANCH SET
      *                PRODUCT CODE SET
      *
      *    THE CHECKS ROLL UP BY HOME BRANCH - AN ACCOUNT'S OWN
      *    ACCOUNT-BRANCH, AND FOR A CUSTOMER THE BRANCH OF THE
      *    LOWEST-NUMBERED OPEN ACCOUNT THEY HOLD AS PRIMARY OWNER
      *    THAT HAS ONE (BLANK WHEN NONE DOES). EACH BRANCH'S
      *    PERCENTAGE COMPLETE IS KEPT ON
      *    02_BANKING/completeness_history.dat BY MONTH SO THE
      *    REPORT PRINTS IT BESIDE LAST MONTH'S FIGURE AND THE
      *    CHANGE; RE-RUNNING A MONTH REPLACES THAT MONTH'S ROWS.
      *    THE WORST-SCORING RECORDS ARE LISTED WITH WHAT THEY ARE
      *    MISSING. WRITES 02_BANKING/completeness_scorecard.txt.
      *
      *    A MONTHLY ("M") JOB-SCHEDULER JOB; ALSO RUNS STANDALONE.
      *    THE MONTH REPORTED IS THE ONE THE BUSINESS DATE FALLS IN.
      *    GOBACK RETURNS RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT BRANCH-FILE
               ASSIGN TO "02_BANKING/branches.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO "02_BANKING/completeness_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/completeness_scorecard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD BRANCH-FILE.
           COPY "BRANCH-RECORD.cpy".

      *    ONE ROW PER MONTH PER HOME BRANCH, PLUS A BANK-WIDE ROW
      *    UNDER BRANCH "***". A BLANK BRANCH IS THE RECORDS WITH NO
      *    HOME BRANCH AT ALL.
       FD HISTORY-FILE.
       01 COMPLETENESS-HISTORY-RECORD.
           05 CH-KEY.
               10 CH-MONTH PIC 9(6).
               10 CH-BRANCH PIC X(3).
           05 CH-RUN-DATE PIC 9(8).
           05 CH-CUSTOMERS PIC 9(7).
           05 CH-ACCOUNTS PIC 9(7).
           05 CH-CHECKS PIC 9(9).
           05 CH-PASSED PIC 9(9).
           05 CH-PERCENT PIC 9(3)V9.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "GL-CONTROL-ACCOUNTS.cpy".

       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-BRANCH-STATUS PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-BRANCH-OPEN PIC X VALUE "N".
       01 WS-HISTORY-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-SCAN-EOF PIC X.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 9(2).
           05 WS-TODAY-DAY PIC 9(2).
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-PRIOR-MONTH PIC 9(6).

      *    THE RULES - ROWS 1-6 ARE CUSTOMER RULES, 7-8 ACCOUNT RULES
       01 WS-RULE-COUNT PIC 9 VALUE 8.
       01 WS-RULE-NAMES.
           05 FILLER PIC X(34) VALUE "CUSTOMER BIRTH DATE CAPTURED".
           05 FILLER PIC X(34) VALUE "CUSTOMER CONTACT ROW ON FILE".
           05 FILLER PIC X(34) VALUE "CUSTOMER ADDRESS AND POSTAL CODE".
           05 FILLER PIC X(34) VALUE "CUSTOMER PHONE ON FILE".
           05 FILLER PIC X(34) VALUE "CUSTOMER EMAIL ON FILE".
           05 FILLER PIC X(34) VALUE "CUSTOMER NEXT REVIEW DATE SET".
           05 FILLER PIC X(34) VALUE "ACCOUNT HOME BRANCH SET".
           05 FILLER PIC X(34) VALUE "ACCOUNT PRODUCT CODE SET".
       01 WS-RULE-NAME-TABLE REDEFINES WS-RULE-NAMES.
           05 WS-RULE-NAME PIC X(34) OCCURS 8 TIMES.
       01 WS-RULE-CODES.
           05 FILLER PIC X(8) VALUE "DOB".
           05 FILLER PIC X(8) VALUE "CONTACT".
           05 FILLER PIC X(8) VALUE "ADDRESS".
           05 FILLER PIC X(8) VALUE "PHONE".
           05 FILLER PIC X(8) VALUE "EMAIL".
           05 FILLER PIC X(8) VALUE "REVIEW".
           05 FILLER PIC X(8) VALUE "BRANCH".
           05 FILLER PIC X(8) VALUE "PRODUCT".
       01 WS-RULE-CODE-TABLE REDEFINES WS-RULE-CODES.
           05 WS-RULE-CODE PIC X(8) OCCURS 8 TIMES.
       01 WS-RULE-STATS.
           05 WS-RULE-STAT OCCURS 8 TIMES.
               10 WS-RULE-CHECKED PIC 9(7).
               10 WS-RULE-FAILED PIC 9(7).
       01 WS-RULE PIC 9.

      *    THE RECORD BEING SCORED
       01 WS-REC-TYPE PIC X.
       01 WS-REC-ID PIC 9(9).
       01 WS-REC-BRANCH PIC X(3).
       01 WS-REC-CHECKS PIC 9.
       01 WS-REC-PASSED PIC 9.
       01 WS-REC-SCORE PIC 9(3).
       01 WS-REC-MISSING PIC X(50).
       01 WS-REC-POINTER PIC 9(3).
       01 WS-RULE-PASSED PIC X.

      *    THE CONTACT ROW IN EFFECT FOR THE CUSTOMER BEING SCORED
       01 WS-CONTACT-FOUND PIC X.
       01 WS-BEST-ADDRESS PIC X(30).
       01 WS-BEST-POSTAL PIC X(10).
       01 WS-BEST-PHONE PIC X(15).
       01 WS-BEST-EMAIL PIC X(30).
       01 WS-BEST-ACCOUNT PIC 9(9).

      *    PER-BRANCH ROLL-UP
       01 WS-BRANCH-MAX PIC 9(3) VALUE 200.
       01 WS-BRANCH-COUNT PIC 9(3) VALUE 0.
       01 WS-BRANCH-TABLE.
           05 WS-BR OCCURS 200 TIMES.
               10 WS-BR-CODE PIC X(3).
               10 WS-BR-CUSTOMERS PIC 9(7).
               10 WS-BR-ACCOUNTS PIC 9(7).
               10 WS-BR-CHECKS PIC 9(9).
               10 WS-BR-PASSED PIC 9(9).
       01 WS-BR-INDEX PIC 9(3).
       01 WS-BR-FOUND PIC 9(3).
       01 WS-TOTAL-CUSTOMERS PIC 9(7) VALUE 0.
       01 WS-TOTAL-ACCOUNTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-CHECKS PIC 9(9) VALUE 0.
       01 WS-TOTAL-PASSED PIC 9(9) VALUE 0.

      *    THE WORST RECORDS SEEN SO FAR - A FULL TABLE GIVES UP ITS
      *    BEST-SCORING ENTRY TO ANY RECORD THAT SCORES LOWER
       01 WS-WORST-MAX PIC 9(2) VALUE 25.
       01 WS-WORST-COUNT PIC 9(2) VALUE 0.
       01 WS-WORST-TABLE.
           05 WS-WORST OCCURS 25 TIMES.
               10 WS-WORST-TYPE PIC X.
               10 WS-WORST-ID PIC 9(9).
               10 WS-WORST-BRANCH PIC X(3).
               10 WS-WORST-SCORE PIC 9(3).
               10 WS-WORST-MISSING PIC X(50).
       01 WS-WORST-SWAP PIC X(66).
       01 WS-WORST-INDEX PIC 9(2).
       01 WS-WORST-SCAN PIC 9(2).
       01 WS-WORST-HIGH PIC 9(2).

      *    REPORT FIELDS
       01 WS-PERCENT PIC 9(3)V9.
       01 WS-PRIOR-PERCENT PIC 9(3)V9.
       01 WS-PRIOR-FOUND PIC X.
       01 WS-HOLD-CUSTOMERS PIC 9(7).
       01 WS-HOLD-ACCOUNTS PIC 9(7).
       01 WS-HOLD-CHECKS PIC 9(9).
       01 WS-HOLD-PASSED PIC 9(9).
       01 WS-CHANGE PIC S9(3)V9.
       01 WS-PERCENT-DISPLAY PIC ZZ9.9.
       01 WS-PRIOR-DISPLAY PIC X(6).
       01 WS-CHANGE-DISPLAY PIC X(7).
       01 WS-CHANGE-EDIT PIC +ZZ9.9.
       01 WS-COUNT-DISPLAY PIC Z,ZZZ,ZZ9.
       01 WS-CHECKS-DISPLAY PIC ZZZ,ZZZ,ZZ9.
       01 WS-SCORE-DISPLAY PIC ZZ9.
       01 WS-BRANCH-LABEL PIC X(3).
       01 WS-BRANCH-NAME PIC X(24).
       01 WS-TYPE-LABEL PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-REPORT-MONTH = WS-TODAY-YEAR * 100
               + WS-TODAY-MONTH
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-PRIOR-MONTH = (WS-TODAY-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PRIOR-MONTH = WS-REPORT-MONTH - 1
           END-IF
           INITIALIZE WS-RULE-STATS

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CUSTOMER FILE - "
                   "STATUS: " WS-CUSTOMER-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - "
                   "STATUS: " WS-ACCOUNT-STATUS " ***"
               CLOSE CUSTOMER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
      *    NO CONTACT FILE JUST MEANS EVERY CUSTOMER FAILS THE
      *    CONTACT RULES
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF

           PERFORM SCORE-CUSTOMERS
           PERFORM SCORE-ACCOUNTS

           CLOSE CUSTOMER-FILE
           CLOSE ACCOUNT-FILE
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF

           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS = "00"
               MOVE "Y" TO WS-HISTORY-OPEN
           ELSE
               DISPLAY "*** COULD NOT OPEN COMPLETENESS HISTORY - "
                   "STATUS: " WS-HISTORY-STATUS
                   " - NO MONTH-OVER-MONTH FIGURES ***"
           END-IF
           OPEN INPUT BRANCH-FILE
           IF WS-BRANCH-STATUS = "00"
               MOVE "Y" TO WS-BRANCH-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               IF WS-HISTORY-OPEN = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-BRANCH-OPEN = "Y"
                   CLOSE BRANCH-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-BRANCH-SECTION
           PERFORM WRITE-RULE-SECTION
           PERFORM WRITE-WORST-SECTION
           CLOSE REPORT-FILE
           IF WS-HISTORY-OPEN = "Y"
               CLOSE HISTORY-FILE
           END-IF
           IF WS-BRANCH-OPEN = "Y"
               CLOSE BRANCH-FILE
           END-IF

           IF WS-TOTAL-CHECKS > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TOTAL-PASSED * 100 / WS-TOTAL-CHECKS
           ELSE
               MOVE 100 TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
           DISPLAY "DATA COMPLETENESS SCORECARD COMPLETE - "
               WS-TOTAL-CUSTOMERS " CUSTOMERS, " WS-TOTAL-ACCOUNTS
               " ACCOUNTS, " WS-PERCENT-DISPLAY "% COMPLETE"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *================================================================
      *    CUSTOMERS - ACTIVE, NOT MERGED AWAY, NOT DECEASED
      *================================================================
       SCORE-CUSTOMERS.
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CUSTOMER-STATUS = "A"
                           AND CUSTOMER-MERGED-INTO = 0
                           AND CUSTOMER-DECEASED NOT = "Y"
                           PERFORM SCORE-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           .

       SCORE-ONE-CUSTOMER.
           MOVE "C" TO WS-REC-TYPE
           MOVE CUSTOMER-ID TO WS-REC-ID
           PERFORM START-RECORD-SCORE
           PERFORM FIND-CUSTOMER-BRANCH
           PERFORM FIND-CONTACT-IN-EFFECT

           IF CUSTOMER-TYPE NOT = "B"
               MOVE 1 TO WS-RULE
               MOVE "N" TO WS-RULE-PASSED
               IF CUSTOMER-BIRTH-DATE NOT = 0
                   MOVE "Y" TO WS-RULE-PASSED
               END-IF
               PERFORM APPLY-RULE
           END-IF

           MOVE 2 TO WS-RULE
           MOVE WS-CONTACT-FOUND TO WS-RULE-PASSED
           PERFORM APPLY-RULE

           MOVE 3 TO WS-RULE
           MOVE "N" TO WS-RULE-PASSED
           IF WS-BEST-ADDRESS NOT = SPACES
               AND WS-BEST-POSTAL NOT = SPACES
               MOVE "Y" TO WS-RULE-PASSED
           END-IF
           PERFORM APPLY-RULE

           MOVE 4 TO WS-RULE
           MOVE "N" TO WS-RULE-PASSED
           IF WS-BEST-PHONE NOT = SPACES
               MOVE "Y" TO WS-RULE-PASSED
           END-IF
           PERFORM APPLY-RULE

           MOVE 5 TO WS-RULE
           MOVE "N" TO WS-RULE-PASSED
           IF WS-BEST-EMAIL NOT = SPACES
               MOVE "Y" TO WS-RULE-PASSED
           END-IF
           PERFORM APPLY-RULE

           MOVE 6 TO WS-RULE
           MOVE "N" TO WS-RULE-PASSED
           IF CUSTOMER-NEXT-REVIEW-DATE NOT = 0
               MOVE "Y" TO WS-RULE-PASSED
           END-IF
           PERFORM APPLY-RULE

           PERFORM FINISH-RECORD-SCORE
           .

      *    LOWEST-NUMBERED OPEN ACCOUNT THE CUSTOMER OWNS OUTRIGHT
      *    THAT CARRIES A BRANCH
       FIND-CUSTOMER-BRANCH.
           MOVE SPACES TO WS-REC-BRANCH
           MOVE 999999999 TO WS-BEST-ACCOUNT
           MOVE CUSTOMER-ID TO ACCOUNT-CUSTOMER-ID
           MOVE "N" TO WS-SCAN-EOF
           START ACCOUNT-FILE KEY = ACCOUNT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF ACCOUNT-CUSTOMER-ID NOT = CUSTOMER-ID
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           IF ACCOUNT-STATUS NOT = "C"
                               AND ACCOUNT-BRANCH NOT = SPACES
                               AND ACCOUNT-NUMBER < WS-BEST-ACCOUNT
                               MOVE ACCOUNT-NUMBER TO WS-BEST-ACCOUNT
                               MOVE ACCOUNT-BRANCH TO WS-REC-BRANCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE NEWEST CONTACT ROW ALREADY IN EFFECT - THE SAME RULE
      *    THE STATEMENTS USE FOR THEIR MAILING HEADER
       FIND-CONTACT-IN-EFFECT.
           MOVE "N" TO WS-CONTACT-FOUND
           MOVE SPACES TO WS-BEST-ADDRESS
           MOVE SPACES TO WS-BEST-POSTAL
           MOVE SPACES TO WS-BEST-PHONE
           MOVE SPACES TO WS-BEST-EMAIL
           IF WS-CONTACT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-EOF
           MOVE CUSTOMER-ID TO CONTACT-CUSTOMER-ID
           MOVE 0 TO CONTACT-EFFECTIVE-DATE
           START CONTACT-FILE KEY >= CONTACT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-EOF
           END-START
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       IF CONTACT-CUSTOMER-ID NOT = CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-SCAN-EOF
                       ELSE
                           MOVE "Y" TO WS-CONTACT-FOUND
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO WS-BEST-ADDRESS
                           MOVE CONTACT-POSTAL-CODE TO WS-BEST-POSTAL
                           MOVE CONTACT-PHONE TO WS-BEST-PHONE
                           MOVE CONTACT-EMAIL TO WS-BEST-EMAIL
                       END-IF
               END-READ
           END-PERFORM
           .

      *================================================================
      *    ACCOUNTS - EVERY CUSTOMER ACCOUNT NOT CLOSED; THE BANK'S
      *    OWN GL CONTROL ACCOUNTS ARE NOT SCORED
      *================================================================
       SCORE-ACCOUNTS.
           MOVE 0 TO ACCOUNT-NUMBER
           MOVE "N" TO WS-FILE-EOF
           START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF ACCOUNT-NUMBER >= GL-FIRST-CONTROL-ACCOUNT
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           IF ACCOUNT-STATUS NOT = "C"
                               PERFORM SCORE-ONE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       SCORE-ONE-ACCOUNT.
           MOVE "A" TO WS-REC-TYPE
           MOVE ACCOUNT-NUMBER TO WS-REC-ID
           MOVE ACCOUNT-BRANCH TO WS-REC-BRANCH
           PERFORM START-RECORD-SCORE

           MOVE 7 TO WS-RULE
           MOVE "N" TO WS-RULE-PASSED
           IF ACCOUNT-BRANCH NOT = SPACES
               MOVE "Y" TO WS-RULE-PASSED
           END-IF
           PERFORM APPLY-RULE

           MOVE 8 TO WS-RULE
           MOVE "N" TO WS-RULE-PASSED
           IF ACCOUNT-PRODUCT-CODE NOT = SPACES
               MOVE "Y" TO WS-RULE-PASSED
           END-IF
           PERFORM APPLY-RULE

           PERFORM FINISH-RECORD-SCORE
           .

      *================================================================
      *    SCORING COMMON TO BOTH KINDS OF RECORD
      *================================================================
       START-RECORD-SCORE.
           MOVE 0 TO WS-REC-CHECKS
           MOVE 0 TO WS-REC-PASSED
           MOVE SPACES TO WS-REC-MISSING
           MOVE 1 TO WS-REC-POINTER
           .

      *    WS-RULE AND WS-RULE-PASSED SET BY THE CALLER
       APPLY-RULE.
           ADD 1 TO WS-REC-CHECKS
           ADD 1 TO WS-RULE-CHECKED(WS-RULE)
           IF WS-RULE-PASSED = "Y"
               ADD 1 TO WS-REC-PASSED
           ELSE
               ADD 1 TO WS-RULE-FAILED(WS-RULE)
               STRING WS-RULE-CODE(WS-RULE) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-REC-MISSING WITH POINTER WS-REC-POINTER
               END-STRING
           END-IF
           .

       FINISH-RECORD-SCORE.
           COMPUTE WS-REC-SCORE = WS-REC-PASSED * 100 / WS-REC-CHECKS
           PERFORM FIND-BRANCH-SLOT
           IF WS-BR-FOUND > 0
               IF WS-REC-TYPE = "C"
                   ADD 1 TO WS-BR-CUSTOMERS(WS-BR-FOUND)
               ELSE
                   ADD 1 TO WS-BR-ACCOUNTS(WS-BR-FOUND)
               END-IF
               ADD WS-REC-CHECKS TO WS-BR-CHECKS(WS-BR-FOUND)
               ADD WS-REC-PASSED TO WS-BR-PASSED(WS-BR-FOUND)
           END-IF
           IF WS-REC-TYPE = "C"
               ADD 1 TO WS-TOTAL-CUSTOMERS
           ELSE
               ADD 1 TO WS-TOTAL-ACCOUNTS
           END-IF
           ADD WS-REC-CHECKS TO WS-TOTAL-CHECKS
           ADD WS-REC-PASSED TO WS-TOTAL-PASSED
           IF WS-REC-SCORE < 100
               PERFORM KEEP-IF-WORST
           END-IF
           .

      *    BRANCHES ARE ADDED IN THE ORDER FIRST SEEN; A FULL TABLE
      *    STILL COUNTS THE RECORD IN THE BANK-WIDE TOTALS
       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-BR-FOUND
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > WS-BRANCH-COUNT
               IF WS-BR-CODE(WS-BR-INDEX) = WS-REC-BRANCH
                   MOVE WS-BR-INDEX TO WS-BR-FOUND
               END-IF
           END-PERFORM
           IF WS-BR-FOUND = 0 AND WS-BRANCH-COUNT < WS-BRANCH-MAX
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BR-FOUND
               MOVE WS-REC-BRANCH TO WS-BR-CODE(WS-BR-FOUND)
               MOVE 0 TO WS-BR-CUSTOMERS(WS-BR-FOUND)
               MOVE 0 TO WS-BR-ACCOUNTS(WS-BR-FOUND)
               MOVE 0 TO WS-BR-CHECKS(WS-BR-FOUND)
               MOVE 0 TO WS-BR-PASSED(WS-BR-FOUND)
           END-IF
           .

       KEEP-IF-WORST.
           IF WS-WORST-COUNT < WS-WORST-MAX
               ADD 1 TO WS-WORST-COUNT
               MOVE WS-WORST-COUNT TO WS-WORST-INDEX
           ELSE
               MOVE 1 TO WS-WORST-HIGH
               PERFORM VARYING WS-WORST-SCAN FROM 2 BY 1
                   UNTIL WS-WORST-SCAN > WS-WORST-COUNT
                   IF WS-WORST-SCORE(WS-WORST-SCAN)
                       > WS-WORST-SCORE(WS-WORST-HIGH)
                       MOVE WS-WORST-SCAN TO WS-WORST-HIGH
                   END-IF
               END-PERFORM
               IF WS-REC-SCORE >= WS-WORST-SCORE(WS-WORST-HIGH)
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-WORST-HIGH TO WS-WORST-INDEX
           END-IF
           MOVE WS-REC-TYPE TO WS-WORST-TYPE(WS-WORST-INDEX)
           MOVE WS-REC-ID TO WS-WORST-ID(WS-WORST-INDEX)
           MOVE WS-REC-BRANCH TO WS-WORST-BRANCH(WS-WORST-INDEX)
           MOVE WS-REC-SCORE TO WS-WORST-SCORE(WS-WORST-INDEX)
           MOVE WS-REC-MISSING TO WS-WORST-MISSING(WS-WORST-INDEX)
           .

      *================================================================
      *    REPORT
      *================================================================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "DATA COMPLETENESS SCORECARD - MONTH "
               WS-REPORT-MONTH " (AS AT " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    ONE LINE PER HOME BRANCH, THEN THE BANK-WIDE LINE. EACH
      *    LINE'S FIGURES ARE SAVED TO THE HISTORY FILE AS IT IS
      *    PRINTED.
       WRITE-BRANCH-SECTION.
           MOVE "COMPLETENESS BY HOME BRANCH" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  BR  BRANCH NAME               CUSTOMERS  ACCOUNTS"
               & "      CHECKS  % DONE  LAST MO  CHANGE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > WS-BRANCH-COUNT
               MOVE WS-BR-CODE(WS-BR-INDEX) TO WS-BRANCH-LABEL
               PERFORM LOOKUP-BRANCH-NAME
               MOVE WS-BR-CUSTOMERS(WS-BR-INDEX) TO CH-CUSTOMERS
               MOVE WS-BR-ACCOUNTS(WS-BR-INDEX) TO CH-ACCOUNTS
               MOVE WS-BR-CHECKS(WS-BR-INDEX) TO CH-CHECKS
               MOVE WS-BR-PASSED(WS-BR-INDEX) TO CH-PASSED
               PERFORM WRITE-BRANCH-LINE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "***" TO WS-BRANCH-LABEL
           MOVE "ALL BRANCHES" TO WS-BRANCH-NAME
           MOVE WS-TOTAL-CUSTOMERS TO CH-CUSTOMERS
           MOVE WS-TOTAL-ACCOUNTS TO CH-ACCOUNTS
           MOVE WS-TOTAL-CHECKS TO CH-CHECKS
           MOVE WS-TOTAL-PASSED TO CH-PASSED
           PERFORM WRITE-BRANCH-LINE
           .

       LOOKUP-BRANCH-NAME.
           MOVE SPACES TO WS-BRANCH-NAME
           IF WS-BRANCH-LABEL = SPACES
               MOVE "(NO HOME BRANCH)" TO WS-BRANCH-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-BRANCH-OPEN = "Y"
               MOVE WS-BRANCH-LABEL TO BRANCH-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE "(NOT ON BRANCH FILE)" TO WS-BRANCH-NAME
                   NOT INVALID KEY
                       MOVE BRANCH-NAME TO WS-BRANCH-NAME
               END-READ
           END-IF
           .

      *    CH-CUSTOMERS .. CH-PASSED HOLD THE LINE'S FIGURES
       WRITE-BRANCH-LINE.
           IF CH-CHECKS > 0
               COMPUTE WS-PERCENT ROUNDED = CH-PASSED * 100 / CH-CHECKS
           ELSE
               MOVE 100 TO WS-PERCENT
           END-IF
           MOVE "N" TO WS-PRIOR-FOUND
           MOVE "   N/A" TO WS-PRIOR-DISPLAY
           MOVE SPACES TO WS-CHANGE-DISPLAY
           IF WS-HISTORY-OPEN = "Y"
               PERFORM SAVE-AND-COMPARE-HISTORY
           END-IF
           MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-BRANCH-LABEL " " WS-BRANCH-NAME " "
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE CH-CUSTOMERS TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO REPORT-LINE(33:9)
           MOVE CH-ACCOUNTS TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO REPORT-LINE(43:9)
           MOVE CH-CHECKS TO WS-CHECKS-DISPLAY
           MOVE WS-CHECKS-DISPLAY TO REPORT-LINE(53:11)
           MOVE WS-PERCENT-DISPLAY TO REPORT-LINE(66:5)
           MOVE WS-PRIOR-DISPLAY TO REPORT-LINE(73:6)
           MOVE WS-CHANGE-DISPLAY TO REPORT-LINE(80:7)
           WRITE REPORT-LINE
           .

      *    READS LAST MONTH'S ROW FOR THE BRANCH, THEN WRITES (OR ON
      *    A RE-RUN, REPLACES) THIS MONTH'S
       SAVE-AND-COMPARE-HISTORY.
           MOVE CH-CUSTOMERS TO WS-HOLD-CUSTOMERS
           MOVE CH-ACCOUNTS TO WS-HOLD-ACCOUNTS
           MOVE CH-CHECKS TO WS-HOLD-CHECKS
           MOVE CH-PASSED TO WS-HOLD-PASSED
           MOVE WS-PRIOR-MONTH TO CH-MONTH
           MOVE WS-BRANCH-LABEL TO CH-BRANCH
           READ HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PRIOR-FOUND
                   MOVE CH-PERCENT TO WS-PRIOR-PERCENT
           END-READ
           IF WS-PRIOR-FOUND = "Y"
               MOVE WS-PRIOR-PERCENT TO WS-PERCENT-DISPLAY
               MOVE WS-PERCENT-DISPLAY TO WS-PRIOR-DISPLAY(2:5)
               MOVE SPACE TO WS-PRIOR-DISPLAY(1:1)
               COMPUTE WS-CHANGE = WS-PERCENT - WS-PRIOR-PERCENT
               MOVE WS-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO WS-CHANGE-DISPLAY
           END-IF
           MOVE WS-REPORT-MONTH TO CH-MONTH
           MOVE WS-BRANCH-LABEL TO CH-BRANCH
           MOVE WS-TODAY-DATE TO CH-RUN-DATE
           MOVE WS-HOLD-CUSTOMERS TO CH-CUSTOMERS
           MOVE WS-HOLD-ACCOUNTS TO CH-ACCOUNTS
           MOVE WS-HOLD-CHECKS TO CH-CHECKS
           MOVE WS-HOLD-PASSED TO CH-PASSED
           MOVE WS-PERCENT TO CH-PERCENT
           WRITE COMPLETENESS-HISTORY-RECORD
               INVALID KEY
                   REWRITE COMPLETENESS-HISTORY-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-WRITE
           .

       WRITE-RULE-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FAILURES BY RULE (ALL BRANCHES)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  CODE     RULE                                  "
               & "CHECKED    FAILED  % DONE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RULE FROM 1 BY 1
               UNTIL WS-RULE > WS-RULE-COUNT
               IF WS-RULE-CHECKED(WS-RULE) > 0
                   COMPUTE WS-PERCENT ROUNDED =
                       (WS-RULE-CHECKED(WS-RULE)
                       - WS-RULE-FAILED(WS-RULE)) * 100
                       / WS-RULE-CHECKED(WS-RULE)
               ELSE
                   MOVE 100 TO WS-PERCENT
               END-IF
               MOVE WS-PERCENT TO WS-PERCENT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-RULE-CODE(WS-RULE) " "
                   WS-RULE-NAME(WS-RULE)
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE WS-RULE-CHECKED(WS-RULE) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO REPORT-LINE(48:9)
               MOVE WS-RULE-FAILED(WS-RULE) TO WS-COUNT-DISPLAY
               MOVE WS-COUNT-DISPLAY TO REPORT-LINE(58:9)
               MOVE WS-PERCENT-DISPLAY TO REPORT-LINE(69:5)
               WRITE REPORT-LINE
           END-PERFORM
           .

      *    LOWEST SCORE FIRST
       WRITE-WORST-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "WORST RECORDS (UP TO " WS-WORST-MAX ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-WORST-COUNT = 0
               MOVE "  EVERY RECORD PASSES EVERY RULE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-WORST-INDEX FROM 1 BY 1
               UNTIL WS-WORST-INDEX >= WS-WORST-COUNT
               PERFORM VARYING WS-WORST-SCAN FROM WS-WORST-INDEX BY 1
                   UNTIL WS-WORST-SCAN > WS-WORST-COUNT
                   IF WS-WORST-SCORE(WS-WORST-SCAN)
                       < WS-WORST-SCORE(WS-WORST-INDEX)
                       MOVE WS-WORST(WS-WORST-INDEX) TO WS-WORST-SWAP
                       MOVE WS-WORST(WS-WORST-SCAN)
                           TO WS-WORST(WS-WORST-INDEX)
                       MOVE WS-WORST-SWAP TO WS-WORST(WS-WORST-SCAN)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE "  TYPE      NUMBER     BR   SCORE  MISSING"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-WORST-INDEX FROM 1 BY 1
               UNTIL WS-WORST-INDEX > WS-WORST-COUNT
               IF WS-WORST-TYPE(WS-WORST-INDEX) = "C"
                   MOVE "CUSTOMER" TO WS-TYPE-LABEL
               ELSE
                   MOVE "ACCOUNT" TO WS-TYPE-LABEL
               END-IF
               MOVE WS-WORST-SCORE(WS-WORST-INDEX) TO WS-SCORE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-TYPE-LABEL "  "
                   WS-WORST-ID(WS-WORST-INDEX) "  "
                   WS-WORST-BRANCH(WS-WORST-INDEX) "  "
                   WS-SCORE-DISPLAY "%  "
                   WS-WORST-MISSING(WS-WORST-INDEX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           .

       END PROGRAM DATA-COMPLETENESS.
