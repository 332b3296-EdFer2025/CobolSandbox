       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-REGISTER.

      *    CAPTURE AND WORKING SCREEN FOR THE CUSTOMER COMPLAINT
      *    REGISTER (COMPLAINT-RECORD.cpy, complaints.dat).
      *    COMPLAINTS ABOUT FEES, SERVICE OR STAFF USED TO LIVE IN
      *    AN EMAIL FOLDER; ONLY MONEY DISPUTES OVER A POSTING HAD A
      *    HOME (THE DISPUTE CLAIMS IN BANKING). EACH COMPLAINT IS
      *    TIED TO THE CUSTOMER AND, OPTIONALLY, TO ONE OF THEIR
      *    ACCOUNTS AND A POSTING ON IT, WITH A CATEGORY, THE
      *    CHANNEL IT CAME IN BY, THE BRANCH, AN OWNER AND TWO
      *    DEADLINES - ACKNOWLEDGE WITHIN COMPLAINT-ACK-DAYS
      *    (FALLBACK 5) AND RESOLVE WITHIN COMPLAINT-DUE-DAYS
      *    (FALLBACK 56) CALENDAR DAYS OF RECEIPT.
      *
      *    CLOSING A COMPLAINT RECORDS THE OUTCOME AND MAY PAY A
      *    GOODWILL REFUND. THE REFUND IS POSTED AS A FEE REVERSAL -
      *    A TYPE "F" POSTING FROM THE FEE INCOME CONTROL ACCOUNT TO
      *    THE CUSTOMER, MEMO "GOODWILL:" + THE COMPLAINT, CARRYING
      *    THE COMPLAINED-OF POSTING AS ITS REVERSAL-OF REFERENCE -
      *    SO IT COMES OUT OF THE SAME INCOME THE FEES WENT INTO. A
      *    MEMBER OF STAFF MAY NOT PAY GOODWILL INTO AN ACCOUNT OF
      *    THEIR OWN OR THEIR HOUSEHOLD'S.
      *
      *    SHOWING A COMPLAINT SHOWS ITS CUSTOMER, SO IT GOES
      *    THROUGH SENSITIVE-ACCESS-LOG LIKE THE INQUIRY SCREENS.
      *    MENU SHAPE AS IN COLLECTIONS (139_collections.cob).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO "02_BANKING/complaints.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               ALTERNATE RECORD KEY IS CMP-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-STATUS.

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

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

      *    TODAY'S POSTING JOURNAL - A POSTING MADE TODAY IS NOT ON
      *    THE MASTER UNTIL END OF DAY FOLDS IT IN
           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JL-REF
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
           COPY "COMPLAINT-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD JOURNAL-FILE.
           COPY "TRANSACTION-RECORD.cpy"
               REPLACING ==TRANSACTION-RECORD== BY ==JL-RECORD==
                   ==TRANSACTION-REF== BY ==JL-REF==
                   ==TRANSACTION-REVERSAL-OF-REF==
                       BY ==JL-REVERSAL-OF-REF==
                   ==FROM-ACCOUNT== BY ==JL-FROM-ACCOUNT==
                   ==TO-ACCOUNT== BY ==JL-TO-ACCOUNT==
                   ==TRANSACTION-AMOUNT== BY ==JL-AMOUNT==
                   ==TRANSACTION-DATE== BY ==JL-DATE==
                   ==TRANSACTION-TIME== BY ==JL-TIME==
                   ==TRANSACTION-TYPE== BY ==JL-TYPE==
                   ==TRANSACTION-REVERSED== BY ==JL-REVERSED==
                   ==TRANSACTION-REVERSAL-OF-DATE==
                       BY ==JL-REVERSAL-OF-DATE==
                   ==TRANSACTION-REVERSAL-OF-TIME==
                       BY ==JL-REVERSAL-OF-TIME==
                   ==TRANSACTION-MEMO== BY ==JL-MEMO==
                   ==TRANSACTION-SUPERVISOR-ID==
                       BY ==JL-SUPERVISOR-ID==
                   ==TRANSACTION-BRANCH== BY ==JL-BRANCH==.

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-COMPLAINT-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-JOURNAL-FILENAME PIC X(60).
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-TELLER-OPEN PIC X VALUE "N".
       01 WS-COMPLAINT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-TERMINAL PIC X(10).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-NEXT-COMPLAINT-ID PIC 9(6) VALUE 1.
       01 WS-COMPLAINT-FOUND PIC X.
       01 WS-LIST-CUSTOMER-ID PIC 9(5).
       01 WS-LIST-COUNT PIC 9(5).
       01 WS-OVERDUE-COUNT PIC 9(5).
       01 WS-HOLDER-NAME PIC X(40).
       01 WS-REF-FOUND PIC X.
       01 WS-OWNER-FOUND PIC X.
       01 WS-OWNER-ID PIC X(10).
       01 WS-OVERDUE-FLAG PIC X(12).

      *COMPLAINT-ACK-DAYS AND COMPLAINT-DUE-DAYS PARAMETER ROWS
       01 WS-ACK-DAYS PIC 9(3) VALUE 5.
       01 WS-DUE-DAYS PIC 9(3) VALUE 56.
       01 WS-DATE-INTEGER PIC 9(9).
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *THE GOODWILL REFUND BEING PAID AT CLOSE
       01 WS-GOODWILL-AMOUNT PIC 9(7)V99.
       01 WS-GOODWILL-ACCOUNT PIC 9(9).
       01 WS-GOODWILL-POSTED PIC X.
       01 WS-STAFF-CUSTOMER-ID PIC 9(5).
       01 WS-STAFF-LINKED PIC X.
       01 WS-STAFF-LINK-TYPE PIC X.
       01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99.

      *THE OPERATOR, FOR THE SENSITIVE-PARTY ACCESS LOG
       01 WS-SENSITIVE-ACCOUNT PIC 9(9).
       01 WS-SENSITIVE-CUSTOMER PIC 9(5).
       01 WS-SENSITIVE-JOINT PIC 9(5).
       01 WS-SENSITIVE-BRANCH PIC X(3).
       01 WS-SENSITIVE-SCREEN PIC X(20) VALUE "COMPLAINT-REGISTER".
       01 WS-SENSITIVE-HIT PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING "02_BANKING/transaction_journal_" WS-TODAY-DATE
               ".dat"
               DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
           MOVE "COMPLAINT-ACK-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-ACK-DAYS
           END-IF
           MOVE "COMPLAINT-DUE-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-DUE-DAYS
           END-IF

           DISPLAY "OPERATOR (TELLER ID):          "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "TERMINAL ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-TERMINAL

           OPEN I-O COMPLAINT-FILE
           IF WS-COMPLAINT-STATUS = "35"
               OPEN OUTPUT COMPLAINT-FILE
               CLOSE COMPLAINT-FILE
               OPEN I-O COMPLAINT-FILE
           END-IF
           IF WS-COMPLAINT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE COMPLAINT FILE - "
                   "STATUS: " WS-COMPLAINT-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE COMPLAINT-FILE
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
           PERFORM SEED-NEXT-COMPLAINT-ID

           PERFORM UNTIL WS-OPTION = 8
               DISPLAY " "
               DISPLAY "---COMPLAINT REGISTER---"
               DISPLAY "    1. CAPTURE A NEW COMPLAINT"
               DISPLAY "    2. VIEW A COMPLAINT"
               DISPLAY "    3. LIST A CUSTOMER'S COMPLAINTS"
               DISPLAY "    4. ACKNOWLEDGE A COMPLAINT"
               DISPLAY "    5. REASSIGN A COMPLAINT"
               DISPLAY "    6. CLOSE A COMPLAINT"
               DISPLAY "    7. LIST OPEN COMPLAINTS"
               DISPLAY "    8. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM CAPTURE-COMPLAINT
                   WHEN 2
                       PERFORM SELECT-COMPLAINT
                   WHEN 3
                       PERFORM LIST-CUSTOMER-COMPLAINTS
                   WHEN 4
                       PERFORM ACKNOWLEDGE-COMPLAINT
                   WHEN 5
                       PERFORM REASSIGN-COMPLAINT
                   WHEN 6
                       PERFORM CLOSE-COMPLAINT
                   WHEN 7
                       PERFORM LIST-OPEN-COMPLAINTS
                   WHEN 8
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE COMPLAINT-FILE
           CLOSE ACCOUNT-FILE
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-TELLER-OPEN = "Y"
               CLOSE TELLER-FILE
           END-IF
           DISPLAY "COMPLAINT REGISTER ENDED"
           STOP RUN.

       SEED-NEXT-COMPLAINT-ID.
           MOVE "N" TO WS-COMPLAINT-EOF
           MOVE 0 TO CMP-ID
           START COMPLAINT-FILE KEY >= CMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-COMPLAINT-EOF
           END-START
           PERFORM UNTIL WS-COMPLAINT-EOF = "Y"
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COMPLAINT-EOF
                   NOT AT END
                       IF CMP-ID >= WS-NEXT-COMPLAINT-ID
                           COMPUTE WS-NEXT-COMPLAINT-ID = CMP-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE CUSTOMER MUST BE ON FILE; AN ACCOUNT, IF GIVEN, MUST
      *    BE THEIRS (AS OWNER OR JOINT OWNER); A POSTING, IF GIVEN,
      *    MUST TOUCH THAT ACCOUNT. THE BRANCH DEFAULTS TO THE
      *    ACCOUNT'S AND THE OWNER TO THE OPERATOR.
       CAPTURE-COMPLAINT.
           INITIALIZE COMPLAINT-RECORD
           DISPLAY "CUSTOMER ID:                   "
               WITH NO ADVANCING
           ACCEPT CMP-CUSTOMER-ID
           MOVE "NAME NOT ON FILE" TO WS-HOLDER-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE CMP-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "THERE IS NO CUSTOMER WITH ID "
                           CMP-CUSTOMER-ID " - COMPLAINT NOT CAPTURED"
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE SPACES TO WS-HOLDER-NAME
                       STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                           FUNCTION TRIM(CUSTOMER-LAST-NAME)
                           DELIMITED BY SIZE INTO WS-HOLDER-NAME
               END-READ
           END-IF
           DISPLAY "CUSTOMER " CMP-CUSTOMER-ID " "
               FUNCTION TRIM(WS-HOLDER-NAME)

           DISPLAY "ACCOUNT (0 = NONE):            "
               WITH NO ADVANCING
           ACCEPT CMP-ACCOUNT
           IF CMP-ACCOUNT NOT = 0
               MOVE CMP-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "THERE IS NO ACCOUNT WITH NUMBER "
                           CMP-ACCOUNT " - COMPLAINT NOT CAPTURED"
                       EXIT PARAGRAPH
               END-READ
               IF ACCOUNT-CUSTOMER-ID NOT = CMP-CUSTOMER-ID
                   AND ACCOUNT-JOINT-CUSTOMER-ID NOT = CMP-CUSTOMER-ID
                   DISPLAY "ACCOUNT " CMP-ACCOUNT " DOES NOT BELONG "
                       "TO CUSTOMER " CMP-CUSTOMER-ID
                       " - COMPLAINT NOT CAPTURED"
                   EXIT PARAGRAPH
               END-IF
               MOVE ACCOUNT-BRANCH TO CMP-BRANCH
               DISPLAY "TRANSACTION REF (0 = NONE):    "
                   WITH NO ADVANCING
               ACCEPT CMP-TRANSACTION-REF
               IF CMP-TRANSACTION-REF NOT = 0
                   PERFORM CHECK-COMPLAINT-POSTING
                   IF WS-REF-FOUND = "N"
                       DISPLAY "NO POSTING WITH THAT REF INVOLVES "
                           "ACCOUNT " CMP-ACCOUNT
                           " - COMPLAINT NOT CAPTURED"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           DISPLAY "CATEGORY  FE=FEES  SV=SERVICE  ST=STAFF  "
               "AC=ACCOUNT HANDLING"
           DISPLAY "          CD=CARDS/ATM  LN=LOANS  DG=ONLINE  "
               "OT=OTHER:" WITH NO ADVANCING
           ACCEPT CMP-CATEGORY
           MOVE FUNCTION UPPER-CASE(CMP-CATEGORY) TO CMP-CATEGORY
           IF CMP-CATEGORY NOT = "FE" AND NOT = "SV" AND NOT = "ST"
               AND NOT = "AC" AND NOT = "CD" AND NOT = "LN"
               AND NOT = "DG" AND NOT = "OT"
               DISPLAY "UNKNOWN CATEGORY - COMPLAINT NOT CAPTURED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CHANNEL  B=BRANCH  P=PHONE  E=EMAIL/ONLINE  "
               "L=LETTER  R=REGULATOR:" WITH NO ADVANCING
           ACCEPT CMP-CHANNEL
           MOVE FUNCTION UPPER-CASE(CMP-CHANNEL) TO CMP-CHANNEL
           IF CMP-CHANNEL NOT = "B" AND NOT = "P" AND NOT = "E"
               AND NOT = "L" AND NOT = "R"
               DISPLAY "UNKNOWN CHANNEL - COMPLAINT NOT CAPTURED"
               EXIT PARAGRAPH
           END-IF
           IF CMP-BRANCH = SPACES
               DISPLAY "BRANCH:                        "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "BRANCH (BLANK = " CMP-BRANCH "):          "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-OWNER-ID
           ACCEPT WS-OWNER-ID
           IF WS-OWNER-ID NOT = SPACES
               MOVE WS-OWNER-ID(1:3) TO CMP-BRANCH
           END-IF
           DISPLAY "DESCRIPTION:                   "
               WITH NO ADVANCING
           ACCEPT CMP-DESCRIPTION
           DISPLAY "OWNER TELLER ID (BLANK = YOU): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-OWNER-ID
           ACCEPT WS-OWNER-ID
           IF WS-OWNER-ID = SPACES
               MOVE WS-OPERATOR-ID TO WS-OWNER-ID
           END-IF
           PERFORM CHECK-OWNER
           IF WS-OWNER-FOUND = "N"
               DISPLAY "THERE IS NO ACTIVE TELLER " WS-OWNER-ID
                   " - COMPLAINT NOT CAPTURED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWNER-ID TO CMP-OWNER-ID

           MOVE WS-NEXT-COMPLAINT-ID TO CMP-ID
           MOVE WS-TODAY-DATE TO CMP-RECEIVED-DATE
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-ACK-DAYS
           COMPUTE CMP-ACK-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-DUE-DAYS
           COMPUTE CMP-RESOLVE-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE "O" TO CMP-STATUS
           MOVE SPACE TO CMP-OUTCOME
           MOVE WS-OPERATOR-ID TO CMP-ENTERED-BY
           MOVE WS-OPERATOR-ID TO CMP-UPDATED-BY
           MOVE WS-TODAY-DATE TO CMP-UPDATED-DATE
           WRITE COMPLAINT-RECORD
           IF WS-COMPLAINT-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE COMPLAINT - STATUS: "
                   WS-COMPLAINT-STATUS " ***"
           ELSE
               ADD 1 TO WS-NEXT-COMPLAINT-ID
               DISPLAY "COMPLAINT " CMP-ID " CAPTURED - ACKNOWLEDGE BY "
                   CMP-ACK-DUE-DATE ", RESOLVE BY "
                   CMP-RESOLVE-DUE-DATE
           END-IF
           .

      *    THE POSTING IS ON THE MASTER, OR IN TODAY'S JOURNAL WHEN
      *    IT WAS MADE TODAY
       CHECK-COMPLAINT-POSTING.
           MOVE "N" TO WS-REF-FOUND
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
               MOVE CMP-TRANSACTION-REF TO TRANSACTION-REF
               READ TRANSACTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FROM-ACCOUNT = CMP-ACCOUNT
                           OR TO-ACCOUNT = CMP-ACCOUNT
                           MOVE "Y" TO WS-REF-FOUND
                       END-IF
               END-READ
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-REF-FOUND = "N"
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "00"
                   MOVE CMP-TRANSACTION-REF TO JL-REF
                   READ JOURNAL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF JL-FROM-ACCOUNT = CMP-ACCOUNT
                               OR JL-TO-ACCOUNT = CMP-ACCOUNT
                               MOVE "Y" TO WS-REF-FOUND
                           END-IF
                   END-READ
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF
           .

      *    AN OWNER MUST BE AN ACTIVE TELLER. WITH NO TELLER FILE
      *    THERE IS NOTHING TO CHECK AGAINST AND ANY ID STANDS.
       CHECK-OWNER.
           MOVE "Y" TO WS-OWNER-FOUND
           IF WS-TELLER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWNER-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   MOVE "N" TO WS-OWNER-FOUND
               NOT INVALID KEY
                   IF TELLER-ACTIVE NOT = "Y"
                       MOVE "N" TO WS-OWNER-FOUND
                   END-IF
           END-READ
           .

      *    READS THE COMPLAINT NAMED BY THE OPERATOR AND SHOWS IT.
      *    WS-COMPLAINT-FOUND SAYS WHETHER THERE WAS ONE.
       SELECT-COMPLAINT.
           MOVE "N" TO WS-COMPLAINT-FOUND
           DISPLAY "COMPLAINT ID:                  "
               WITH NO ADVANCING
           ACCEPT CMP-ID
           READ COMPLAINT-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO COMPLAINT WITH ID " CMP-ID
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO WS-COMPLAINT-FOUND
           PERFORM LOG-COMPLAINT-VIEW
           MOVE "NAME NOT ON FILE" TO WS-HOLDER-NAME
           IF WS-CUSTOMER-OPEN = "Y"
               MOVE CMP-CUSTOMER-ID TO CUSTOMER-ID
               READ CUSTOMER-FILE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-HOLDER-NAME
                       STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                           FUNCTION TRIM(CUSTOMER-LAST-NAME)
                           DELIMITED BY SIZE INTO WS-HOLDER-NAME
               END-READ
           END-IF
           DISPLAY "COMPLAINT " CMP-ID "  CUSTOMER " CMP-CUSTOMER-ID
               " " FUNCTION TRIM(WS-HOLDER-NAME)
           IF CMP-ACCOUNT NOT = 0
               DISPLAY "  ACCOUNT " CMP-ACCOUNT "  POSTING "
                   CMP-TRANSACTION-REF
           END-IF
           DISPLAY "  CATEGORY " CMP-CATEGORY "  CHANNEL " CMP-CHANNEL
               "  BRANCH " CMP-BRANCH "  OWNER " CMP-OWNER-ID
           DISPLAY "  " FUNCTION TRIM(CMP-DESCRIPTION)
           DISPLAY "  RECEIVED " CMP-RECEIVED-DATE "  ACK DUE "
               CMP-ACK-DUE-DATE "  ACKNOWLEDGED " CMP-ACK-DATE
           DISPLAY "  RESOLVE BY " CMP-RESOLVE-DUE-DATE "  STATUS "
               CMP-STATUS
           IF CMP-STATUS = "C"
               DISPLAY "  CLOSED " CMP-RESOLVED-DATE "  OUTCOME "
                   CMP-OUTCOME "  " FUNCTION TRIM(CMP-RESOLUTION-NOTE)
               IF CMP-GOODWILL-AMOUNT > 0
                   MOVE CMP-GOODWILL-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY "  GOODWILL " WS-DISPLAY-AMOUNT " TO "
                       CMP-GOODWILL-ACCOUNT " - REF " CMP-GOODWILL-REF
               END-IF
           ELSE
               IF CMP-RESOLVE-DUE-DATE < WS-TODAY-DATE
                   DISPLAY "  *** PAST THE RESOLUTION DEADLINE ***"
               ELSE
                   IF CMP-ACK-DATE = 0
                       AND CMP-ACK-DUE-DATE < WS-TODAY-DATE
                       DISPLAY "  *** NOT ACKNOWLEDGED IN TIME ***"
                   END-IF
               END-IF
           END-IF
           .

       LOG-COMPLAINT-VIEW.
           MOVE CMP-ACCOUNT TO WS-SENSITIVE-ACCOUNT
           MOVE CMP-CUSTOMER-ID TO WS-SENSITIVE-CUSTOMER
           MOVE 0 TO WS-SENSITIVE-JOINT
           MOVE SPACES TO WS-SENSITIVE-BRANCH
           IF CMP-ACCOUNT NOT = 0
               MOVE CMP-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNT-CUSTOMER-ID
                           TO WS-SENSITIVE-CUSTOMER
                       MOVE ACCOUNT-JOINT-CUSTOMER-ID
                           TO WS-SENSITIVE-JOINT
                       MOVE ACCOUNT-BRANCH TO WS-SENSITIVE-BRANCH
               END-READ
           END-IF
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

       LIST-CUSTOMER-COMPLAINTS.
           DISPLAY "CUSTOMER ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-LIST-CUSTOMER-ID
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-SENSITIVE-ACCOUNT
           MOVE WS-LIST-CUSTOMER-ID TO WS-SENSITIVE-CUSTOMER
           MOVE 0 TO WS-SENSITIVE-JOINT
           MOVE SPACES TO WS-SENSITIVE-BRANCH
           CALL "SENSITIVE-ACCESS-LOG" USING WS-SENSITIVE-ACCOUNT
               WS-SENSITIVE-CUSTOMER WS-SENSITIVE-JOINT
               WS-SENSITIVE-BRANCH WS-OPERATOR-ID
               WS-OPERATOR-TERMINAL WS-SENSITIVE-SCREEN
               WS-SENSITIVE-HIT
           IF WS-SENSITIVE-HIT = "Y"
               DISPLAY "*** SENSITIVE PARTY - THIS VIEW HAS BEEN "
                   "LOGGED ***"
           END-IF
           MOVE "N" TO WS-COMPLAINT-EOF
           MOVE WS-LIST-CUSTOMER-ID TO CMP-CUSTOMER-ID
           START COMPLAINT-FILE KEY >= CMP-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-COMPLAINT-EOF
           END-START
           DISPLAY "ID     RECEIVED CAT CH ST OUT RESOLVE-BY OWNER"
           PERFORM UNTIL WS-COMPLAINT-EOF = "Y"
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COMPLAINT-EOF
                   NOT AT END
                       IF CMP-CUSTOMER-ID NOT = WS-LIST-CUSTOMER-ID
                           MOVE "Y" TO WS-COMPLAINT-EOF
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY CMP-ID " " CMP-RECEIVED-DATE " "
                               CMP-CATEGORY "  " CMP-CHANNEL "  "
                               CMP-STATUS "  " CMP-OUTCOME "   "
                               CMP-RESOLVE-DUE-DATE "   "
                               CMP-OWNER-ID
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " COMPLAINTS FROM CUSTOMER "
               WS-LIST-CUSTOMER-ID
           .

       ACKNOWLEDGE-COMPLAINT.
           PERFORM SELECT-COMPLAINT
           IF WS-COMPLAINT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF CMP-STATUS NOT = "O"
               DISPLAY "COMPLAINT " CMP-ID " IS ALREADY ACKNOWLEDGED "
                   "OR CLOSED (STATUS " CMP-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RECORD THE ACKNOWLEDGEMENT AS SENT TODAY? (Y/N):"
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "COMPLAINT LEFT UNACKNOWLEDGED"
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO CMP-STATUS
           MOVE WS-TODAY-DATE TO CMP-ACK-DATE
           MOVE WS-OPERATOR-ID TO CMP-UPDATED-BY
           MOVE WS-TODAY-DATE TO CMP-UPDATED-DATE
           REWRITE COMPLAINT-RECORD
           IF WS-COMPLAINT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE COMPLAINT - STATUS: "
                   WS-COMPLAINT-STATUS " ***"
           ELSE
               DISPLAY "COMPLAINT " CMP-ID " ACKNOWLEDGED"
           END-IF
           .

       REASSIGN-COMPLAINT.
           PERFORM SELECT-COMPLAINT
           IF WS-COMPLAINT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF CMP-STATUS = "C"
               DISPLAY "COMPLAINT " CMP-ID " IS CLOSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NEW OWNER TELLER ID:           "
               WITH NO ADVANCING
           MOVE SPACES TO WS-OWNER-ID
           ACCEPT WS-OWNER-ID
           IF WS-OWNER-ID = SPACES
               DISPLAY "OWNER UNCHANGED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OWNER
           IF WS-OWNER-FOUND = "N"
               DISPLAY "THERE IS NO ACTIVE TELLER " WS-OWNER-ID
                   " - OWNER UNCHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWNER-ID TO CMP-OWNER-ID
           MOVE WS-OPERATOR-ID TO CMP-UPDATED-BY
           MOVE WS-TODAY-DATE TO CMP-UPDATED-DATE
           REWRITE COMPLAINT-RECORD
           IF WS-COMPLAINT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO UPDATE THE COMPLAINT - STATUS: "
                   WS-COMPLAINT-STATUS " ***"
           ELSE
               DISPLAY "COMPLAINT " CMP-ID " NOW OWNED BY "
                   CMP-OWNER-ID
           END-IF
           .

      *    CLOSING RECORDS THE OUTCOME. AN UPHELD OR PARTLY UPHELD
      *    COMPLAINT MAY CARRY A GOODWILL REFUND, PAID BEFORE THE
      *    COMPLAINT IS CLOSED - IF THE POSTING FAILS THE COMPLAINT
      *    STAYS OPEN. A COMPLAINT CLOSED WITHOUT AN
      *    ACKNOWLEDGEMENT COUNTS AS ACKNOWLEDGED ON THE SAME DAY.
       CLOSE-COMPLAINT.
           PERFORM SELECT-COMPLAINT
           IF WS-COMPLAINT-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF CMP-STATUS = "C"
               DISPLAY "COMPLAINT " CMP-ID " IS ALREADY CLOSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OUTCOME  U=UPHELD  P=PARTLY UPHELD  N=NOT UPHELD  "
               "W=WITHDRAWN:" WITH NO ADVANCING
           ACCEPT CMP-OUTCOME
           MOVE FUNCTION UPPER-CASE(CMP-OUTCOME) TO CMP-OUTCOME
           IF CMP-OUTCOME NOT = "U" AND NOT = "P" AND NOT = "N"
               AND NOT = "W"
               DISPLAY "UNKNOWN OUTCOME - COMPLAINT LEFT OPEN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "RESOLUTION NOTE:               "
               WITH NO ADVANCING
           ACCEPT CMP-RESOLUTION-NOTE
           MOVE 0 TO WS-GOODWILL-AMOUNT
           IF CMP-OUTCOME = "U" OR CMP-OUTCOME = "P"
               DISPLAY "GOODWILL REFUND (0 = NONE):    "
                   WITH NO ADVANCING
               ACCEPT WS-GOODWILL-AMOUNT
           END-IF
           IF WS-GOODWILL-AMOUNT > 0
               MOVE CMP-ACCOUNT TO WS-GOODWILL-ACCOUNT
               IF CMP-ACCOUNT = 0
                   DISPLAY "PAY INTO ACCOUNT:              "
                       WITH NO ADVANCING
                   ACCEPT WS-GOODWILL-ACCOUNT
               END-IF
               PERFORM POST-GOODWILL-REFUND
               IF WS-GOODWILL-POSTED = "N"
                   DISPLAY "COMPLAINT LEFT OPEN"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-GOODWILL-AMOUNT TO CMP-GOODWILL-AMOUNT
               MOVE WS-GOODWILL-ACCOUNT TO CMP-GOODWILL-ACCOUNT
               MOVE TRANSACTION-REF TO CMP-GOODWILL-REF
           ELSE
               DISPLAY "CLOSE COMPLAINT " CMP-ID " WITH OUTCOME "
                   CMP-OUTCOME "? (Y/N):" WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "COMPLAINT LEFT OPEN"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CMP-ACK-DATE = 0
               MOVE WS-TODAY-DATE TO CMP-ACK-DATE
           END-IF
           MOVE "C" TO CMP-STATUS
           MOVE WS-TODAY-DATE TO CMP-RESOLVED-DATE
           MOVE WS-OPERATOR-ID TO CMP-UPDATED-BY
           MOVE WS-TODAY-DATE TO CMP-UPDATED-DATE
           REWRITE COMPLAINT-RECORD
           IF WS-COMPLAINT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO CLOSE THE COMPLAINT - STATUS: "
                   WS-COMPLAINT-STATUS " ***"
           ELSE
               DISPLAY "COMPLAINT " CMP-ID " CLOSED"
           END-IF
           .

      *    THE REFUND MUST GO TO AN OPEN ACCOUNT OF THE COMPLAINING
      *    CUSTOMER, AND NOT TO ONE THE OPERATOR HAS AN INTEREST IN.
      *    THE CUSTOMER IS CREDITED FIRST, THEN FEE INCOME DEBITED,
      *    THEN THE TYPE "F" POSTING WRITTEN - THE SAME ORDER
      *    COLLECTIONS POSTS A RECOVERY IN.
       POST-GOODWILL-REFUND.
           MOVE "N" TO WS-GOODWILL-POSTED
           MOVE WS-GOODWILL-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO ACCOUNT WITH NUMBER "
                       WS-GOODWILL-ACCOUNT " - REFUND NOT POSTED"
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-CUSTOMER-ID NOT = CMP-CUSTOMER-ID
               AND ACCOUNT-JOINT-CUSTOMER-ID NOT = CMP-CUSTOMER-ID
               DISPLAY "ACCOUNT " WS-GOODWILL-ACCOUNT " DOES NOT "
                   "BELONG TO CUSTOMER " CMP-CUSTOMER-ID
                   " - REFUND NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
               OR ACCOUNT-TYPE = "G"
               DISPLAY "ACCOUNT " WS-GOODWILL-ACCOUNT
                   " IS CLOSED OR CHARGED OFF - REFUND NOT POSTED"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-STAFF-CUSTOMER-ID
           IF WS-TELLER-OPEN = "Y"
               MOVE WS-OPERATOR-ID TO TELLER-ID
               READ TELLER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TELLER-CUSTOMER-ID TO WS-STAFF-CUSTOMER-ID
               END-READ
           END-IF
           CALL "STAFF-ACCOUNT-LINK" USING WS-STAFF-CUSTOMER-ID
               ACCOUNT-NUMBER ACCOUNT-CUSTOMER-ID
               ACCOUNT-JOINT-CUSTOMER-ID WS-STAFF-LINKED
               WS-STAFF-LINK-TYPE
           IF WS-STAFF-LINKED = "Y"
               DISPLAY "YOU HAVE A PERSONAL INTEREST IN ACCOUNT "
                   WS-GOODWILL-ACCOUNT " (LINK " WS-STAFF-LINK-TYPE
                   ") - ANOTHER MEMBER OF STAFF MUST PAY THIS REFUND"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GOODWILL-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "PAY GOODWILL OF " WS-DISPLAY-AMOUNT
               " INTO ACCOUNT " WS-GOODWILL-ACCOUNT "? (Y/N):"
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "REFUND NOT POSTED"
               EXIT PARAGRAPH
           END-IF

           ADD WS-GOODWILL-AMOUNT TO ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO CREDIT ACCOUNT "
                   WS-GOODWILL-ACCOUNT " - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE GL-FEE-INCOME-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** FEE INCOME CONTROL ACCOUNT MISSING - "
                       "RUN CONTROL-ACCOUNT-SETUP ***"
               NOT INVALID KEY
                   SUBTRACT WS-GOODWILL-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE CMP-BRANCH TO TRANSACTION-BRANCH
           MOVE GL-FEE-INCOME-ACCOUNT TO FROM-ACCOUNT
           MOVE WS-GOODWILL-ACCOUNT TO TO-ACCOUNT
           MOVE WS-GOODWILL-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "F" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "GOODWILL:COMPLAINT " CMP-ID
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE CMP-TRANSACTION-REF TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING GOODWILL TRANSACTION - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
           END-IF
           CLOSE TRANSACTION-FILE
           MOVE "Y" TO WS-GOODWILL-POSTED
           DISPLAY "GOODWILL REFUND POSTED - REF " TRANSACTION-REF
           .

       LIST-OPEN-COMPLAINTS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-OVERDUE-COUNT
           MOVE "N" TO WS-COMPLAINT-EOF
           MOVE 0 TO CMP-ID
           START COMPLAINT-FILE KEY >= CMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-COMPLAINT-EOF
           END-START
           DISPLAY "ID     CUST  RECEIVED CAT ST ACK-DUE  RESOLVE-BY "
               "OWNER"
           PERFORM UNTIL WS-COMPLAINT-EOF = "Y"
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-COMPLAINT-EOF
                   NOT AT END
                       IF CMP-STATUS NOT = "C"
                           ADD 1 TO WS-LIST-COUNT
                           MOVE SPACES TO WS-OVERDUE-FLAG
                           IF CMP-RESOLVE-DUE-DATE < WS-TODAY-DATE
                               MOVE "** OVERDUE" TO WS-OVERDUE-FLAG
                               ADD 1 TO WS-OVERDUE-COUNT
                           ELSE
                               IF CMP-ACK-DATE = 0 AND
                                   CMP-ACK-DUE-DATE < WS-TODAY-DATE
                                   MOVE "** ACK LATE"
                                       TO WS-OVERDUE-FLAG
                                   ADD 1 TO WS-OVERDUE-COUNT
                               END-IF
                           END-IF
                           DISPLAY CMP-ID " " CMP-CUSTOMER-ID " "
                               CMP-RECEIVED-DATE " " CMP-CATEGORY "  "
                               CMP-STATUS " " CMP-ACK-DUE-DATE " "
                               CMP-RESOLVE-DUE-DATE " " CMP-OWNER-ID
                               " " WS-OVERDUE-FLAG
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " OPEN COMPLAINTS, "
               WS-OVERDUE-COUNT " PAST A DEADLINE"
           .

       END PROGRAM COMPLAINT-REGISTER.
