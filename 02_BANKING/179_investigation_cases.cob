       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVESTIGATION-CASES.

      *    SUSPICIOUS ACTIVITY CASE SCREEN (SAR-CASE-RECORD.cpy,
      *    sar_cases.dat). FRAUD-REVIEW, STRUCTURING-REPORT,
      *    CASH-TRANSACTION-REPORT, WATCHLIST-SWEEP AND KYC-REVIEW
      *    EACH LOG THEIR HITS TO THE COMPLIANCE HIT FILE
      *    (COMPLIANCE-HIT-RECORD.cpy, compliance_hits.dat) THROUGH
      *    COMPLIANCE-HIT-LOG. THIS IS WHERE THEY ARE TIED TOGETHER:
      *    THE INVESTIGATOR SEES WHICH CUSTOMERS HAVE HITS NOBODY
      *    HAS PICKED UP - AND WHICH SHOW UP IN MORE THAN ONE
      *    MONITOR - OPENS ONE CASE FILE PER CUSTOMER, LINKS THE
      *    RELATED HITS TO IT BY REFERENCE, WRITES THE NARRATIVE
      *    AND CLOSES IT WITH A DECISION TO FILE OR NOT.
      *
      *    THE FILING DEADLINE IS SAR-FILING-DAYS (FALLBACK 30)
      *    CALENDAR DAYS FROM THE EARLIEST DETECTION DATE AMONG THE
      *    LINKED HITS; SAR-WARN-DAYS (FALLBACK 7) MARKS A CASE AS
      *    DUE SOON. A CASE CLOSED TO FILE IS SENT TO THE REGULATOR
      *    BY THE NIGHTLY SAR-FILING-EXTRACT; CASE-DEADLINE-REPORT
      *    WATCHES THE OPEN ONES.
      *
      *    SHOWING A CASE SHOWS ITS CUSTOMER, SO IT GOES THROUGH
      *    SENSITIVE-ACCESS-LOG LIKE THE INQUIRY SCREENS. MENU SHAPE
      *    AS IN COMPLAINT-REGISTER (160_complaint_register.cob).

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

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
           COPY "SAR-CASE-RECORD.cpy".

       FD HIT-FILE.
           COPY "COMPLIANCE-HIT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS PIC XX.
       01 WS-HIT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-TELLER-OPEN PIC X VALUE "N".
       01 WS-CASE-EOF PIC X.
       01 WS-HIT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-TERMINAL PIC X(10).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-NEXT-CASE-ID PIC 9(6) VALUE 1.
       01 WS-CASE-FOUND PIC X.
       01 WS-OPEN-CASE-ID PIC 9(6).
       01 WS-LIST-CUSTOMER-ID PIC 9(5).
       01 WS-LIST-COUNT PIC 9(5).
       01 WS-FLAGGED-COUNT PIC 9(5).
       01 WS-HOLDER-NAME PIC X(40).
       01 WS-INVESTIGATOR-ID PIC X(10).
       01 WS-INVESTIGATOR-FOUND PIC X.
       01 WS-DUE-FLAG PIC X(12).
       01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-LINE-NUMBER PIC 9.
       01 WS-LINE-INDEX PIC 9.
       01 WS-LINE-TEXT PIC X(60).
       01 WS-LINK-HIT-ID PIC 9(7).

      *SAR-FILING-DAYS AND SAR-WARN-DAYS PARAMETER ROWS
       01 WS-FILING-DAYS PIC 9(3) VALUE 30.
       01 WS-WARN-DAYS PIC 9(3) VALUE 7.
       01 WS-SOON-DATE PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(9).
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *CUSTOMERS WITH HITS NOT YET ON A CASE, AND WHICH OF THE
      *MONITORS THEY CAME FROM - ONE FLAG BYTE EACH FOR FRD, STR,
      *CTR, WLS AND KYC
       01 WS-OPEN-MAX PIC 9(4) VALUE 500.
       01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 500 TIMES.
               10 WS-OPEN-CUSTOMER PIC 9(5).
               10 WS-OPEN-HITS PIC 9(4).
               10 WS-OPEN-FIRST-DATE PIC 9(8).
               10 WS-OPEN-SOURCE-FLAGS.
                   15 WS-OPEN-SOURCE-FLAG PIC X OCCURS 5 TIMES.
       01 WS-OPEN-INDEX PIC 9(4).
       01 WS-OPEN-FOUND PIC X.
       01 WS-SOURCE-INDEX PIC 9.
       01 WS-SOURCE-COUNT PIC 9.
       01 WS-SOURCE-LIST PIC X(25).
       01 WS-SOURCE-NAMES PIC X(20) VALUE "FRD STR CTR WLS KYC ".
       01 WS-SOURCE-NAME REDEFINES WS-SOURCE-NAMES
           PIC X(4) OCCURS 5 TIMES.

      *THE OPERATOR, FOR THE SENSITIVE-PARTY ACCESS LOG
       01 WS-SENSITIVE-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-SENSITIVE-CUSTOMER PIC 9(5).
       01 WS-SENSITIVE-JOINT PIC 9(5) VALUE 0.
       01 WS-SENSITIVE-BRANCH PIC X(3) VALUE SPACES.
       01 WS-SENSITIVE-SCREEN PIC X(20) VALUE "INVESTIGATION-CASES".
       01 WS-SENSITIVE-HIT PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "SAR-FILING-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-FILING-DAYS
           END-IF
           MOVE "SAR-WARN-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-WARN-DAYS
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-WARN-DAYS
           COMPUTE WS-SOON-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)

           DISPLAY "OPERATOR (TELLER ID):          "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "TERMINAL ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-TERMINAL

           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = "35"
               OPEN OUTPUT CASE-FILE
               CLOSE CASE-FILE
               OPEN I-O CASE-FILE
           END-IF
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CASE FILE - "
                   "STATUS: " WS-CASE-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O HIT-FILE
           IF WS-HIT-STATUS = "35"
               OPEN OUTPUT HIT-FILE
               CLOSE HIT-FILE
               OPEN I-O HIT-FILE
           END-IF
           IF WS-HIT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE COMPLIANCE HIT FILE - "
                   "STATUS: " WS-HIT-STATUS " ***"
               CLOSE CASE-FILE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF
           OPEN INPUT TELLER-FILE
           IF WS-TELLER-STATUS = "00"
               MOVE "Y" TO WS-TELLER-OPEN
           END-IF
           PERFORM SEED-NEXT-CASE-ID

           PERFORM UNTIL WS-OPTION = 9
               DISPLAY " "
               DISPLAY "---INVESTIGATION CASES---"
               DISPLAY "    1. LIST CUSTOMERS WITH UNLINKED HITS"
               DISPLAY "    2. OPEN A CASE FOR A CUSTOMER"
               DISPLAY "    3. VIEW A CASE"
               DISPLAY "    4. LINK A HIT TO A CASE"
               DISPLAY "    5. WRITE THE NARRATIVE"
               DISPLAY "    6. REASSIGN A CASE"
               DISPLAY "    7. CLOSE A CASE WITH A DECISION"
               DISPLAY "    8. LIST OPEN CASES"
               DISPLAY "    9. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM LIST-UNLINKED-HITS
                   WHEN 2
                       PERFORM OPEN-CASE
                   WHEN 3
                       PERFORM SELECT-CASE
                   WHEN 4
                       PERFORM LINK-HIT
                   WHEN 5
                       PERFORM WRITE-NARRATIVE
                   WHEN 6
                       PERFORM REASSIGN-CASE
                   WHEN 7
                       PERFORM CLOSE-CASE
                   WHEN 8
                       PERFORM LIST-OPEN-CASES
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE CASE-FILE
           CLOSE HIT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-TELLER-OPEN = "Y"
               CLOSE TELLER-FILE
           END-IF
           DISPLAY "INVESTIGATION CASES ENDED"
           STOP RUN.

       SEED-NEXT-CASE-ID.
           MOVE "N" TO WS-CASE-EOF
           MOVE 0 TO SAR-CASE-ID
           START CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-CASE-EOF
           END-START
           PERFORM UNTIL WS-CASE-EOF = "Y"
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CASE-EOF
                   NOT AT END
                       IF SAR-CASE-ID >= WS-NEXT-CASE-ID
                           COMPUTE WS-NEXT-CASE-ID = SAR-CASE-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

      *    EVERY HIT NOT YET ON A CASE, GROUPED BY CUSTOMER. A
      *    CUSTOMER FLAGGED BY MORE THAN ONE MONITOR IS MARKED - THAT
      *    IS THE CUSTOMER NOBODY WOULD OTHERWISE HAVE CONNECTED.
       LIST-UNLINKED-HITS.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE "N" TO WS-HIT-EOF
           MOVE 0 TO HIT-CASE-ID
           START HIT-FILE KEY >= HIT-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-HIT-EOF
           END-START
           PERFORM UNTIL WS-HIT-EOF = "Y"
               READ HIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIT-EOF
                   NOT AT END
                       IF HIT-CASE-ID NOT = 0
                           MOVE "Y" TO WS-HIT-EOF
                       ELSE
                           PERFORM ADD-TO-UNLINKED
                       END-IF
               END-READ
           END-PERFORM
           MOVE 0 TO WS-FLAGGED-COUNT
           DISPLAY "CUST  HITS FIRST-HIT SOURCES"
           PERFORM VARYING WS-OPEN-INDEX FROM 1 BY 1
               UNTIL WS-OPEN-INDEX > WS-OPEN-COUNT
               MOVE SPACES TO WS-SOURCE-LIST
               MOVE 0 TO WS-SOURCE-COUNT
               PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
                   UNTIL WS-SOURCE-INDEX > 5
                   IF WS-OPEN-SOURCE-FLAG(WS-OPEN-INDEX
                       WS-SOURCE-INDEX) = "Y"
                       MOVE WS-SOURCE-NAME(WS-SOURCE-INDEX)
                           TO WS-SOURCE-LIST(WS-SOURCE-COUNT * 4 + 1:4)
                       ADD 1 TO WS-SOURCE-COUNT
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-DUE-FLAG
               IF WS-SOURCE-COUNT > 1
                   MOVE "** MULTIPLE" TO WS-DUE-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
               DISPLAY WS-OPEN-CUSTOMER(WS-OPEN-INDEX) " "
                   WS-OPEN-HITS(WS-OPEN-INDEX) " "
                   WS-OPEN-FIRST-DATE(WS-OPEN-INDEX) "  "
                   WS-SOURCE-LIST(1:20) " " WS-DUE-FLAG
           END-PERFORM
           DISPLAY WS-OPEN-COUNT " CUSTOMERS WITH UNLINKED HITS, "
               WS-FLAGGED-COUNT " FLAGGED BY MORE THAN ONE MONITOR"
           .

       ADD-TO-UNLINKED.
           MOVE "N" TO WS-OPEN-FOUND
           PERFORM VARYING WS-OPEN-INDEX FROM 1 BY 1
               UNTIL WS-OPEN-INDEX > WS-OPEN-COUNT
               OR WS-OPEN-FOUND = "Y"
               IF WS-OPEN-CUSTOMER(WS-OPEN-INDEX) = HIT-CUSTOMER-ID
                   MOVE "Y" TO WS-OPEN-FOUND
               END-IF
           END-PERFORM
           IF WS-OPEN-FOUND = "Y"
               SUBTRACT 1 FROM WS-OPEN-INDEX
           ELSE
               IF WS-OPEN-COUNT >= WS-OPEN-MAX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-OPEN-COUNT TO WS-OPEN-INDEX
               MOVE HIT-CUSTOMER-ID TO WS-OPEN-CUSTOMER(WS-OPEN-INDEX)
               MOVE 0 TO WS-OPEN-HITS(WS-OPEN-INDEX)
               MOVE HIT-DETECTED-DATE
                   TO WS-OPEN-FIRST-DATE(WS-OPEN-INDEX)
               MOVE "NNNNN" TO WS-OPEN-SOURCE-FLAGS(WS-OPEN-INDEX)
           END-IF
           ADD 1 TO WS-OPEN-HITS(WS-OPEN-INDEX)
           IF HIT-DETECTED-DATE < WS-OPEN-FIRST-DATE(WS-OPEN-INDEX)
               MOVE HIT-DETECTED-DATE
                   TO WS-OPEN-FIRST-DATE(WS-OPEN-INDEX)
           END-IF
           PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1
               UNTIL WS-SOURCE-INDEX > 5
               IF HIT-SOURCE = WS-SOURCE-NAME(WS-SOURCE-INDEX)
                   MOVE "Y" TO WS-OPEN-SOURCE-FLAG(WS-OPEN-INDEX
                       WS-SOURCE-INDEX)
               END-IF
           END-PERFORM
           .

      *    ONE OPEN CASE PER CUSTOMER - FURTHER HITS ARE LINKED TO
      *    IT RATHER THAN STARTING ANOTHER. THE CUSTOMER'S UNLINKED
      *    HITS ARE SHOWN AND MAY ALL BE LINKED AT ONCE; A CASE
      *    OPENED ON A REFERRAL WITH NO HIT BEHIND IT COUNTS AS
      *    DETECTED TODAY.
       OPEN-CASE.
           INITIALIZE SAR-CASE-RECORD
           DISPLAY "CUSTOMER ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-LIST-CUSTOMER-ID
           PERFORM READ-HOLDER-NAME
           IF WS-HOLDER-NAME = SPACES
               DISPLAY "THERE IS NO CUSTOMER WITH ID "
                   WS-LIST-CUSTOMER-ID " - CASE NOT OPENED"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOG-CUSTOMER-VIEW
           DISPLAY "CUSTOMER " WS-LIST-CUSTOMER-ID " "
               FUNCTION TRIM(WS-HOLDER-NAME)
           PERFORM FIND-OPEN-CASE
           IF WS-OPEN-CASE-ID NOT = 0
               DISPLAY "CUSTOMER ALREADY HAS OPEN CASE "
                   WS-OPEN-CASE-ID " - LINK THE HITS TO THAT CASE"
               EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-CUSTOMER-UNLINKED-HITS
           DISPLAY "INVESTIGATOR (BLANK = YOU):    "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INVESTIGATOR-ID
           ACCEPT WS-INVESTIGATOR-ID
           IF WS-INVESTIGATOR-ID = SPACES
               MOVE WS-OPERATOR-ID TO WS-INVESTIGATOR-ID
           END-IF
           PERFORM CHECK-INVESTIGATOR
           IF WS-INVESTIGATOR-FOUND = "N"
               DISPLAY "THERE IS NO ACTIVE TELLER " WS-INVESTIGATOR-ID
                   " - CASE NOT OPENED"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONFIRM
           IF WS-LIST-COUNT > 0
               DISPLAY "LINK ALL " WS-LIST-COUNT
                   " UNLINKED HITS TO THE NEW CASE? (Y/N):"
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
           END-IF

           INITIALIZE SAR-CASE-RECORD
           MOVE WS-NEXT-CASE-ID TO SAR-CASE-ID
           MOVE WS-LIST-CUSTOMER-ID TO SAR-CUSTOMER-ID
           MOVE "O" TO SAR-STATUS
           MOVE WS-INVESTIGATOR-ID TO SAR-INVESTIGATOR
           MOVE WS-TODAY-DATE TO SAR-OPENED-DATE
           MOVE WS-OPERATOR-ID TO SAR-OPENED-BY
           MOVE 0 TO SAR-HIT-COUNT
           MOVE 0 TO SAR-HIT-AMOUNT
           MOVE SPACES TO SAR-NARRATIVE
           MOVE SPACE TO SAR-DECISION
           MOVE WS-OPERATOR-ID TO SAR-UPDATED-BY
           MOVE WS-TODAY-DATE TO SAR-UPDATED-DATE
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM LINK-ALL-CUSTOMER-HITS
           END-IF
           IF SAR-DETECTED-DATE = 0
               MOVE WS-TODAY-DATE TO SAR-DETECTED-DATE
               PERFORM SET-FILING-DUE-DATE
           END-IF
           WRITE SAR-CASE-RECORD
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE CASE - STATUS: "
                   WS-CASE-STATUS " ***"
           ELSE
               ADD 1 TO WS-NEXT-CASE-ID
               DISPLAY "CASE " SAR-CASE-ID " OPENED WITH "
                   SAR-HIT-COUNT " HITS - DETECTED "
                   SAR-DETECTED-DATE ", FILE BY "
                   SAR-FILING-DUE-DATE
           END-IF
           .

      *    WS-OPEN-CASE-ID IS THE CUSTOMER'S OPEN CASE, OR ZERO
       FIND-OPEN-CASE.
           MOVE 0 TO WS-OPEN-CASE-ID
           MOVE "N" TO WS-CASE-EOF
           MOVE WS-LIST-CUSTOMER-ID TO SAR-CUSTOMER-ID
           START CASE-FILE KEY >= SAR-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-CASE-EOF
           END-START
           PERFORM UNTIL WS-CASE-EOF = "Y"
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CASE-EOF
                   NOT AT END
                       IF SAR-CUSTOMER-ID NOT = WS-LIST-CUSTOMER-ID
                           MOVE "Y" TO WS-CASE-EOF
                       ELSE
                           IF SAR-STATUS = "O"
                               MOVE SAR-CASE-ID TO WS-OPEN-CASE-ID
                               MOVE "Y" TO WS-CASE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    WS-LIST-COUNT COMES BACK AS THE NUMBER SHOWN
       SHOW-CUSTOMER-UNLINKED-HITS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-HIT-EOF
           MOVE WS-LIST-CUSTOMER-ID TO HIT-CUSTOMER-ID
           START HIT-FILE KEY >= HIT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-HIT-EOF
           END-START
           DISPLAY "UNLINKED HITS FOR THIS CUSTOMER:"
           DISPLAY "HIT     SRC  REFERENCE    DETECTED ACCOUNT   "
               "DETAIL"
           PERFORM UNTIL WS-HIT-EOF = "Y"
               READ HIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIT-EOF
                   NOT AT END
                       IF HIT-CUSTOMER-ID NOT = WS-LIST-CUSTOMER-ID
                           MOVE "Y" TO WS-HIT-EOF
                       ELSE
                           IF HIT-CASE-ID = 0
                               ADD 1 TO WS-LIST-COUNT
                               PERFORM SHOW-HIT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " UNLINKED HITS"
           .

       SHOW-HIT-LINE.
           DISPLAY HIT-ID " " HIT-SOURCE " " HIT-SOURCE-REF " "
               HIT-DETECTED-DATE " " HIT-ACCOUNT " "
               FUNCTION TRIM(HIT-DETAIL)
           .

      *    LINKS EVERY UNLINKED HIT OF THE CASE'S CUSTOMER TO THE
      *    CASE IN SAR-CASE-RECORD (NOT YET WRITTEN BY THE CALLER)
       LINK-ALL-CUSTOMER-HITS.
           MOVE "N" TO WS-HIT-EOF
           MOVE SAR-CUSTOMER-ID TO HIT-CUSTOMER-ID
           START HIT-FILE KEY >= HIT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-HIT-EOF
           END-START
           PERFORM UNTIL WS-HIT-EOF = "Y"
               READ HIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIT-EOF
                   NOT AT END
                       IF HIT-CUSTOMER-ID NOT = SAR-CUSTOMER-ID
                           MOVE "Y" TO WS-HIT-EOF
                       ELSE
                           IF HIT-CASE-ID = 0
                               PERFORM LINK-CURRENT-HIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    COMPLIANCE-HIT-RECORD HOLDS THE HIT. IT IS MARKED WITH THE
      *    CASE AND ITS COUNT, AMOUNT AND DETECTION DATE ARE TAKEN
      *    INTO SAR-CASE-RECORD, WHICH THE CALLER WRITES.
       LINK-CURRENT-HIT.
           MOVE SAR-CASE-ID TO HIT-CASE-ID
           MOVE WS-OPERATOR-ID TO HIT-LINKED-BY
           MOVE WS-TODAY-DATE TO HIT-LINKED-DATE
           REWRITE COMPLIANCE-HIT-RECORD
           IF WS-HIT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO LINK HIT " HIT-ID " - STATUS: "
                   WS-HIT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SAR-HIT-COUNT
           ADD HIT-AMOUNT TO SAR-HIT-AMOUNT
           IF SAR-DETECTED-DATE = 0
               OR HIT-DETECTED-DATE < SAR-DETECTED-DATE
               MOVE HIT-DETECTED-DATE TO SAR-DETECTED-DATE
               PERFORM SET-FILING-DUE-DATE
           END-IF
           .

       SET-FILING-DUE-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(SAR-DETECTED-DATE)
               + WS-FILING-DAYS
           COMPUTE SAR-FILING-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           .

      *    WS-HOLDER-NAME IS LEFT BLANK WHEN THE CUSTOMER IS NOT ON
      *    FILE. WITH NO CUSTOMER FILE THERE IS NOTHING TO CHECK
      *    AGAINST AND ANY ID STANDS.
       READ-HOLDER-NAME.
           MOVE "NAME NOT ON FILE" TO WS-HOLDER-NAME
           IF WS-CUSTOMER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIST-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-HOLDER-NAME
               NOT INVALID KEY
                   MOVE SPACES TO WS-HOLDER-NAME
                   STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                       FUNCTION TRIM(CUSTOMER-LAST-NAME)
                       DELIMITED BY SIZE INTO WS-HOLDER-NAME
           END-READ
           .

      *    AN INVESTIGATOR MUST BE AN ACTIVE TELLER. WITH NO TELLER
      *    FILE THERE IS NOTHING TO CHECK AGAINST AND ANY ID STANDS.
       CHECK-INVESTIGATOR.
           MOVE "Y" TO WS-INVESTIGATOR-FOUND
           IF WS-TELLER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INVESTIGATOR-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   MOVE "N" TO WS-INVESTIGATOR-FOUND
               NOT INVALID KEY
                   IF TELLER-ACTIVE NOT = "Y"
                       MOVE "N" TO WS-INVESTIGATOR-FOUND
                   END-IF
           END-READ
           .

       LOG-CUSTOMER-VIEW.
           MOVE WS-LIST-CUSTOMER-ID TO WS-SENSITIVE-CUSTOMER
           CALL "SENSITIVE-ACCESS-LOG" USING WS-SENSITIVE-ACCOUNT
               WS-SENSITIVE-CUSTOMER WS-SENSITIVE-JOINT
               WS-SENSITIVE-BRANCH WS-OPERATOR-ID
               WS-OPERATOR-TERMINAL WS-SENSITIVE-SCREEN
               WS-SENSITIVE-HIT
           IF WS-SENSITIVE-HIT = "Y"
               DISPLAY "*** SENSITIVE PARTY - THIS VIEW HAS BEEN "
                   "LOGGED ***"
           END-IF
           .

      *    READS THE CASE NAMED BY THE OPERATOR AND SHOWS IT WITH
      *    ITS LINKED HITS AND NARRATIVE. WS-CASE-FOUND SAYS WHETHER
      *    THERE WAS ONE.
       SELECT-CASE.
           MOVE "N" TO WS-CASE-FOUND
           DISPLAY "CASE ID:                       "
               WITH NO ADVANCING
           ACCEPT SAR-CASE-ID
           READ CASE-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO CASE WITH ID " SAR-CASE-ID
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-CASE-FOUND
           MOVE SAR-CUSTOMER-ID TO WS-LIST-CUSTOMER-ID
           PERFORM LOG-CUSTOMER-VIEW
           PERFORM READ-HOLDER-NAME
           IF WS-HOLDER-NAME = SPACES
               MOVE "NAME NOT ON FILE" TO WS-HOLDER-NAME
           END-IF
           DISPLAY "CASE " SAR-CASE-ID "  CUSTOMER " SAR-CUSTOMER-ID
               " " FUNCTION TRIM(WS-HOLDER-NAME)
           PERFORM SET-DUE-FLAG
           DISPLAY "  STATUS " SAR-STATUS "  INVESTIGATOR "
               SAR-INVESTIGATOR "  OPENED " SAR-OPENED-DATE
           DISPLAY "  DETECTED " SAR-DETECTED-DATE "  FILE BY "
               SAR-FILING-DUE-DATE " " WS-DUE-FLAG
           MOVE SAR-HIT-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "  " SAR-HIT-COUNT " HITS LINKED, AMOUNT "
               WS-DISPLAY-AMOUNT
           IF SAR-STATUS = "C"
               IF SAR-DECISION = "F"
                   DISPLAY "  CLOSED " SAR-DECIDED-DATE " BY "
                       SAR-DECIDED-BY " - FILE A REPORT"
                   IF SAR-FILED-DATE = 0
                       DISPLAY "  NOT YET SENT TO THE REGULATOR"
                   ELSE
                       DISPLAY "  SENT TO THE REGULATOR "
                           SAR-FILED-DATE
                   END-IF
               ELSE
                   DISPLAY "  CLOSED " SAR-DECIDED-DATE " BY "
                       SAR-DECIDED-BY " - NO FILING WARRANTED"
               END-IF
           END-IF
           MOVE "N" TO WS-HIT-EOF
           MOVE SAR-CASE-ID TO HIT-CASE-ID
           START HIT-FILE KEY >= HIT-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-HIT-EOF
           END-START
           DISPLAY "HIT     SRC  REFERENCE    DETECTED ACCOUNT   "
               "DETAIL"
           PERFORM UNTIL WS-HIT-EOF = "Y"
               READ HIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIT-EOF
                   NOT AT END
                       IF HIT-CASE-ID NOT = SAR-CASE-ID
                           MOVE "Y" TO WS-HIT-EOF
                       ELSE
                           PERFORM SHOW-HIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           PERFORM SHOW-NARRATIVE
           .

       SHOW-NARRATIVE.
           IF SAR-NARRATIVE = SPACES
               DISPLAY "NO NARRATIVE WRITTEN YET"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NARRATIVE:"
           PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
               UNTIL WS-LINE-INDEX > 8
               IF SAR-NARRATIVE-LINE(WS-LINE-INDEX) NOT = SPACES
                   DISPLAY "  " WS-LINE-INDEX ". "
                       SAR-NARRATIVE-LINE(WS-LINE-INDEX)
               END-IF
           END-PERFORM
           .

      *    SAR-CASE-RECORD HOLDS AN OPEN CASE
       SET-DUE-FLAG.
           MOVE SPACES TO WS-DUE-FLAG
           IF SAR-STATUS NOT = "O"
               EXIT PARAGRAPH
           END-IF
           IF SAR-FILING-DUE-DATE < WS-TODAY-DATE
               MOVE "** OVERDUE" TO WS-DUE-FLAG
           ELSE
               IF SAR-FILING-DUE-DATE <= WS-SOON-DATE
                   MOVE "** DUE SOON" TO WS-DUE-FLAG
               END-IF
           END-IF
           .

      *    A HIT IS LINKED TO ONE CASE ONLY. A HIT ON ANOTHER
      *    CUSTOMER - A JOINT OWNER, A BUSINESS AND ITS OWNER - MAY
      *    BE LINKED ONCE THE INVESTIGATOR CONFIRMS IT.
       LINK-HIT.
           PERFORM SELECT-CASE
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF SAR-STATUS NOT = "O"
               DISPLAY "CASE " SAR-CASE-ID " IS CLOSED"
               EXIT PARAGRAPH
           END-IF
           MOVE SAR-CUSTOMER-ID TO WS-LIST-CUSTOMER-ID
           PERFORM SHOW-CUSTOMER-UNLINKED-HITS
           DISPLAY "HIT ID TO LINK:                "
               WITH NO ADVANCING
           ACCEPT WS-LINK-HIT-ID
           MOVE WS-LINK-HIT-ID TO HIT-ID
           READ HIT-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO HIT WITH ID " WS-LINK-HIT-ID
                   EXIT PARAGRAPH
           END-READ
           IF HIT-CASE-ID NOT = 0
               DISPLAY "HIT " HIT-ID " IS ALREADY ON CASE "
                   HIT-CASE-ID
               EXIT PARAGRAPH
           END-IF
           IF HIT-CUSTOMER-ID NOT = SAR-CUSTOMER-ID
               DISPLAY "HIT " HIT-ID " IS ON CUSTOMER "
                   HIT-CUSTOMER-ID ", NOT " SAR-CUSTOMER-ID
                   " - LINK IT ANYWAY? (Y/N):" WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "HIT NOT LINKED"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LINK-CURRENT-HIT
           IF WS-HIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OPERATOR-ID TO SAR-UPDATED-BY
           MOVE WS-TODAY-DATE TO SAR-UPDATED-DATE
           REWRITE SAR-CASE-RECORD
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE CASE - STATUS: "
                   WS-CASE-STATUS " ***"
           ELSE
               DISPLAY "HIT " HIT-ID " LINKED TO CASE " SAR-CASE-ID
                   " - FILE BY " SAR-FILING-DUE-DATE
           END-IF
           .

      *    THE NARRATIVE IS WRITTEN A LINE AT A TIME; A LINE CAN BE
      *    REWRITTEN OR BLANKED. LINE 0 ENDS THE EDIT.
       WRITE-NARRATIVE.
           PERFORM SELECT-CASE
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF SAR-STATUS NOT = "O"
               DISPLAY "CASE " SAR-CASE-ID " IS CLOSED"
               EXIT PARAGRAPH
           END-IF
           MOVE 9 TO WS-LINE-NUMBER
           PERFORM UNTIL WS-LINE-NUMBER = 0
               DISPLAY "LINE TO WRITE (1-8, 0 = DONE): "
                   WITH NO ADVANCING
               ACCEPT WS-LINE-NUMBER
               EVALUATE TRUE
                   WHEN WS-LINE-NUMBER = 0
                       CONTINUE
                   WHEN WS-LINE-NUMBER > 8
                       DISPLAY "THE NARRATIVE HAS 8 LINES"
                   WHEN OTHER
                       DISPLAY "TEXT (BLANK CLEARS THE LINE):"
                       MOVE SPACES TO WS-LINE-TEXT
                       ACCEPT WS-LINE-TEXT
                       MOVE WS-LINE-TEXT
                           TO SAR-NARRATIVE-LINE(WS-LINE-NUMBER)
               END-EVALUATE
           END-PERFORM
           MOVE WS-OPERATOR-ID TO SAR-UPDATED-BY
           MOVE WS-TODAY-DATE TO SAR-UPDATED-DATE
           REWRITE SAR-CASE-RECORD
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE CASE - STATUS: "
                   WS-CASE-STATUS " ***"
           ELSE
               PERFORM SHOW-NARRATIVE
               DISPLAY "NARRATIVE SAVED ON CASE " SAR-CASE-ID
           END-IF
           .

       REASSIGN-CASE.
           PERFORM SELECT-CASE
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF SAR-STATUS NOT = "O"
               DISPLAY "CASE " SAR-CASE-ID " IS CLOSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NEW INVESTIGATOR TELLER ID:    "
               WITH NO ADVANCING
           MOVE SPACES TO WS-INVESTIGATOR-ID
           ACCEPT WS-INVESTIGATOR-ID
           IF WS-INVESTIGATOR-ID = SPACES
               DISPLAY "INVESTIGATOR UNCHANGED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-INVESTIGATOR
           IF WS-INVESTIGATOR-FOUND = "N"
               DISPLAY "THERE IS NO ACTIVE TELLER " WS-INVESTIGATOR-ID
                   " - INVESTIGATOR UNCHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INVESTIGATOR-ID TO SAR-INVESTIGATOR
           MOVE WS-OPERATOR-ID TO SAR-UPDATED-BY
           MOVE WS-TODAY-DATE TO SAR-UPDATED-DATE
           REWRITE SAR-CASE-RECORD
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE CASE - STATUS: "
                   WS-CASE-STATUS " ***"
           ELSE
               DISPLAY "CASE " SAR-CASE-ID " NOW WITH "
                   SAR-INVESTIGATOR
           END-IF
           .

      *    CLOSING RECORDS THE DECISION. A DECISION TO FILE NEEDS A
      *    NARRATIVE, SINCE THE NARRATIVE IS WHAT THE REGULATOR
      *    READS; THE REPORT GOES OUT WITH THE NEXT NIGHTLY FILING
      *    EXTRACT.
       CLOSE-CASE.
           PERFORM SELECT-CASE
           IF WS-CASE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF SAR-STATUS NOT = "O"
               DISPLAY "CASE " SAR-CASE-ID " IS ALREADY CLOSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DECISION  F=FILE A REPORT  N=NO FILING:"
               WITH NO ADVANCING
           ACCEPT SAR-DECISION
           MOVE FUNCTION UPPER-CASE(SAR-DECISION) TO SAR-DECISION
           IF SAR-DECISION NOT = "F" AND NOT = "N"
               DISPLAY "UNKNOWN DECISION - CASE LEFT OPEN"
               EXIT PARAGRAPH
           END-IF
           IF SAR-DECISION = "F" AND SAR-NARRATIVE = SPACES
               DISPLAY "A REPORT CANNOT BE FILED WITHOUT A NARRATIVE "
                   "- CASE LEFT OPEN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CLOSE CASE " SAR-CASE-ID " WITH THIS DECISION? "
               "(Y/N):" WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "CASE LEFT OPEN"
               EXIT PARAGRAPH
           END-IF
           MOVE "C" TO SAR-STATUS
           MOVE WS-OPERATOR-ID TO SAR-DECIDED-BY
           MOVE WS-TODAY-DATE TO SAR-DECIDED-DATE
           MOVE WS-OPERATOR-ID TO SAR-UPDATED-BY
           MOVE WS-TODAY-DATE TO SAR-UPDATED-DATE
           REWRITE SAR-CASE-RECORD
           IF WS-CASE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE CASE - STATUS: "
                   WS-CASE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           IF SAR-DECISION = "F"
               DISPLAY "CASE " SAR-CASE-ID " CLOSED - THE REPORT GOES "
                   "TO THE REGULATOR WITH TONIGHT'S FILING EXTRACT"
               IF SAR-FILING-DUE-DATE < WS-TODAY-DATE
                   DISPLAY "*** FILED AFTER THE DEADLINE OF "
                       SAR-FILING-DUE-DATE " ***"
               END-IF
           ELSE
               DISPLAY "CASE " SAR-CASE-ID " CLOSED - NO FILING"
           END-IF
           .

       LIST-OPEN-CASES.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-FLAGGED-COUNT
           MOVE "N" TO WS-CASE-EOF
           MOVE 0 TO SAR-CASE-ID
           START CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-CASE-EOF
           END-START
           DISPLAY "CASE   CUST  OPENED   DETECTED FILE-BY  HITS "
               "INVESTIGATOR"
           PERFORM UNTIL WS-CASE-EOF = "Y"
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CASE-EOF
                   NOT AT END
                       IF SAR-STATUS = "O"
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM SET-DUE-FLAG
                           IF WS-DUE-FLAG NOT = SPACES
                               ADD 1 TO WS-FLAGGED-COUNT
                           END-IF
                           DISPLAY SAR-CASE-ID " " SAR-CUSTOMER-ID " "
                               SAR-OPENED-DATE " " SAR-DETECTED-DATE
                               " " SAR-FILING-DUE-DATE " "
                               SAR-HIT-COUNT "  " SAR-INVESTIGATOR
                               " " WS-DUE-FLAG
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " OPEN CASES, " WS-FLAGGED-COUNT
               " DUE SOON OR OVERDUE"
           .

       END PROGRAM INVESTIGATION-CASES.
