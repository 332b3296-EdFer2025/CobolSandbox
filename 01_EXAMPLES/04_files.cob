               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

      *    CONFIRMATION LETTERS TO THE ADDRESS A CUSTOMER HAD BEFORE
      *    A CHANGE OF ADDRESS, PHONE OR EMAIL - APPENDED, ONE PER
      *    CHANGE, FOR THE MAIL ROOM.
           SELECT CHANGE-LETTER-FILE
               ASSIGN TO "02_BANKING/contact_change_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

      *    INTERACTION NOTES - A DATED, APPEND-ONLY TIMELINE OF
      *    WHAT EACH CUSTOMER TALKED TO US ABOUT. BANKING'S
      *    RELATIONSHIP VIEW SHOWS THE LATEST.
           SELECT NOTE-FILE
               ASSIGN TO "01_EXAMPLES/customer_notes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

      *    HOUSEHOLD MEMBERSHIP - FAMILIES GROUPED UNDER ONE
      *    HOUSEHOLD ID WITH A DESIGNATED HEAD; SEE
      *    MANAGE-HOUSEHOLD. MINIMUM-BALANCE-FEE AND BANKING'S
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

      *    TERMINAL-TO-BRANCH ASSIGNMENTS (OWNED BY 02_BANKING) -
      *    READ ONCE AT START-UP SO A NOTE CARRIES ITS BRANCH.
           SELECT TERMINAL-FILE
               ASSIGN TO "02_BANKING/terminals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERMINAL-ID
               FILE STATUS IS WS-TERMINAL-STATUS.

      *    CORRESPONDENCE OUTBOX (OWNED BY 02_BANKING) - EVERY
      *    LETTER AND NOTICE SENT A CUSTOMER; READ ON DEMAND FOR THE
      *    CORRESPONDENCE HISTORY.
           SELECT OUTBOX-FILE
               ASSIGN TO "02_BANKING/correspondence_outbox.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-CORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD CHANGE-LETTER-FILE.
       01 CHANGE-LETTER-LINE PIC X(80).

       FD NOTE-FILE.
           COPY "CUSTOMER-NOTE-RECORD.cpy".

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       FD OUTBOX-FILE.
           COPY "CORRESPONDENCE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STATUS              PIC XX.
       01 WS-OPTION              PIC 99.
       01 WS-HOUSEHOLD-STATUS    PIC XX.
       01 WS-HOUSEHOLD-EOF       PIC X.
       01 WS-HH-ACTION           PIC X.
       01 WS-CONTACT-FILE-EOF   PIC X VALUE "N".
       01 WS-CONTACT-ROWS       PIC 9(3) VALUE 0.

      *USED BY THE COOLING-OFF WINDOW A CHANGE OF ADDRESS, PHONE OR
      *EMAIL OPENS - THE ROW IN FORCE BEFORE THE NEW ONE IS KEPT
      *HERE FOR THE COMPARE AND THE CONFIRMATION LETTER
       01 WS-LETTER-STATUS      PIC XX.
       01 WS-CONTACT-TODAY      PIC 9(8).
       01 WS-NEW-EFFECTIVE      PIC 9(8).
       01 WS-COOLING-DAYS       PIC 9(3) VALUE 10.
       01 WS-COOLING-FROM       PIC 9(8).
       01 WS-COOLING-INTEGER    PIC 9(9).
       01 WS-PREV-FOUND         PIC X.
       01 WS-PREV-EFFECTIVE     PIC 9(8).
       01 WS-PREV-ADDRESS-1     PIC X(30).
       01 WS-PREV-ADDRESS-2     PIC X(30).
       01 WS-PREV-CITY          PIC X(20).
       01 WS-PREV-POSTAL-CODE   PIC X(10).
       01 WS-PREV-PHONE         PIC X(15).
       01 WS-PREV-EMAIL         PIC X(30).
       01 WS-CHANGED-ADDRESS    PIC X.
       01 WS-CHANGED-PHONE      PIC X.
       01 WS-CHANGED-EMAIL      PIC X.
       01 WS-PARAM-NAME         PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE        PIC S9(7)V9(4).
       01 WS-PARAM-FOUND        PIC X VALUE "N".

      *USED BY THE INTERACTION NOTES OPTIONS
       01 WS-NOTE-STATUS        PIC XX.
       01 WS-NOTE-FILE-EOF      PIC X VALUE "N".
       01 WS-NOTE-ACTION        PIC X.
       01 WS-NOTE-CUSTOMER      PIC 9(5).
       01 WS-NOTE-ROWS          PIC 9(5) VALUE 0.
       01 WS-NOTE-PAGE-ROWS     PIC 9(2) VALUE 0.
       01 WS-NOTE-MORE          PIC X.
       01 WS-NOTE-WRITTEN       PIC X.
       01 WS-NOTE-TRIES         PIC 9(2).
       01 WS-NOTE-CLOCK         PIC 9(8).
       01 WS-TERMINAL-STATUS    PIC XX.
       01 WS-VIEW-TERMINAL-BRANCH PIC X(3) VALUE SPACES.

      *USED BY THE CORRESPONDENCE HISTORY OPTION
       01 WS-CORR-STATUS        PIC XX.
       01 WS-CORR-FILE-EOF      PIC X.
       01 WS-CORR-CUSTOMER      PIC 9(5).
       01 WS-CORR-ROWS          PIC 9(5) VALUE 0.
       01 WS-CORR-PAGE-ROWS     PIC 9(2) VALUE 0.
       01 WS-CORR-MORE          PIC X.
       01 WS-CORR-STATUS-TEXT   PIC X(10).

      *USED BY THE SENSITIVE-PARTY ACCESS LOG ON VIEW-CUSTOMER - THE
      *OPERATOR AND TERMINAL ARE TAKEN ONCE AT START-UP
       01 WS-VIEW-TELLER-ID     PIC X(10) VALUE SPACES.
       01 WS-VIEW-TERMINAL-ID   PIC X(10) VALUE SPACES.
       01 WS-VIEW-ACCOUNT       PIC 9(9) VALUE 0.
       01 WS-VIEW-JOINT         PIC 9(5) VALUE 0.
       01 WS-VIEW-BRANCH        PIC X(3) VALUE SPACES.
       01 WS-VIEW-SCREEN        PIC X(20) VALUE "VIEW-CUSTOMER".
       01 WS-VIEW-SENSITIVE     PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "OPERATOR (TELLER ID):" WITH NO ADVANCING
           ACCEPT WS-VIEW-TELLER-ID
           DISPLAY "TERMINAL ID:" WITH NO ADVANCING
           ACCEPT WS-VIEW-TERMINAL-ID
           OPEN I-O CUSTOMER-FILE
           OPEN I-O HOUSEHOLD-FILE
           IF WS-HOUSEHOLD-STATUS = "35"
               CLOSE CONTACT-FILE
               OPEN I-O CONTACT-FILE
           END-IF
           OPEN I-O NOTE-FILE
           IF WS-NOTE-STATUS = "35"
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE
           END-IF
           OPEN INPUT TERMINAL-FILE
           IF WS-TERMINAL-STATUS = "00"
               MOVE WS-VIEW-TERMINAL-ID TO TRM-TERMINAL-ID
               READ TERMINAL-FILE
                   NOT INVALID KEY
                       MOVE TRM-BRANCH-CODE
                           TO WS-VIEW-TERMINAL-BRANCH
               END-READ
               CLOSE TERMINAL-FILE
           END-IF

           PERFORM UNTIL WS-EXIT-FLAG = "Y"
               DISPLAY "1. ADD  2. VIEW  3. UPDATE  4. DELETE  "
                   "5. LIST  6. ADD CONTACT  7. CONTACT HISTORY  "
                   "8. SEARCH BY NAME  9. EXIT  10. HOUSEHOLDS  "
                   "11. NOTES  12. CORRESPONDENCE"
      *         DISPLAY WS-STATUS
               ACCEPT WS-OPTION

                       MOVE "Y" TO WS-EXIT-FLAG
                   WHEN 10
                       PERFORM MANAGE-HOUSEHOLD
                   WHEN 11
                       PERFORM MANAGE-NOTES
                   WHEN 12
                       PERFORM VIEW-CORRESPONDENCE
                   WHEN OTHER
                       DISPLAY "INVALID OPTION"
               END-EVALUATE
           CLOSE CUSTOMER-FILE
           CLOSE HOUSEHOLD-FILE
           CLOSE CONTACT-FILE
           CLOSE NOTE-FILE
           STOP RUN.

      *    BUILD AND SPLIT HOUSEHOLDS: A = ADD A CUSTOMER TO A
           END-PERFORM
           DISPLAY WS-HH-MEMBER-COUNT " members.".

      *    INTERACTION NOTES: A = ADD A NOTE, B = BROWSE A
      *    CUSTOMER'S NOTES, NEWEST FIRST. THERE IS NO CHANGE OR
      *    REMOVE - A WRONG NOTE IS PUT RIGHT BY A NEW ONE.
       MANAGE-NOTES.
           DISPLAY "A=ADD NOTE, B=BROWSE NOTES: "
           ACCEPT WS-NOTE-ACTION
           EVALUATE WS-NOTE-ACTION
               WHEN "A"
               WHEN "a"
                   PERFORM ADD-CUSTOMER-NOTE
               WHEN "B"
               WHEN "b"
                   PERFORM BROWSE-CUSTOMER-NOTES
               WHEN OTHER
                   DISPLAY "INVALID OPTION"
           END-EVALUATE.

       ADD-CUSTOMER-NOTE.
           DISPLAY "Customer ID: " ACCEPT WS-NOTE-CUSTOMER
           MOVE WS-NOTE-CUSTOMER TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Not found."
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF CUSTOMER-STATUS = "C"
               DISPLAY "Customer is deleted or merged away - note "
                   "not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Category (E-enquiry/W-warning/P-preference/"
               "S-service/C-complaint/G-general): "
           ACCEPT CNOTE-CATEGORY
           MOVE FUNCTION UPPER-CASE(CNOTE-CATEGORY) TO CNOTE-CATEGORY
           IF CNOTE-CATEGORY NOT = "E" AND NOT = "W" AND NOT = "P"
               AND NOT = "S" AND NOT = "C" AND NOT = "G"
               DISPLAY "Unknown category - note not added."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Note: "
           MOVE SPACES TO CNOTE-TEXT
           ACCEPT CNOTE-TEXT
           IF CNOTE-TEXT = SPACES
               DISPLAY "Empty note - nothing added."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTE-CUSTOMER TO CNOTE-CUSTOMER-ID
           ACCEPT CNOTE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOTE-CLOCK FROM TIME
           MOVE WS-NOTE-CLOCK(1:6) TO CNOTE-TIME
           COMPUTE CNOTE-INVERSE-STAMP = 99999999999999
               - (CNOTE-DATE * 1000000 + CNOTE-TIME)
           MOVE WS-VIEW-TELLER-ID TO CNOTE-TELLER-ID
           MOVE WS-VIEW-TERMINAL-BRANCH TO CNOTE-BRANCH
           MOVE 0 TO CNOTE-MERGED-FROM
      *    A SECOND NOTE IN THE SAME SECOND STEPS THE STAMP DOWN SO
      *    IT STILL SORTS AHEAD OF THE FIRST
           MOVE "N" TO WS-NOTE-WRITTEN
           MOVE 0 TO WS-NOTE-TRIES
           PERFORM UNTIL WS-NOTE-WRITTEN = "Y" OR WS-NOTE-TRIES > 10
               WRITE CUSTOMER-NOTE-RECORD
                   INVALID KEY
                       SUBTRACT 1 FROM CNOTE-INVERSE-STAMP
                       ADD 1 TO WS-NOTE-TRIES
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NOTE-WRITTEN
               END-WRITE
           END-PERFORM
           IF WS-NOTE-WRITTEN = "Y"
               DISPLAY "Note added."
           ELSE
               DISPLAY "*** Note could not be written - status "
                   WS-NOTE-STATUS " ***"
           END-IF.

      *    THE KEY RUNS NEWEST FIRST, SO A FORWARD READ FROM THE
      *    CUSTOMER'S LOWEST STAMP IS THE TIMELINE, TEN AT A TIME.
       BROWSE-CUSTOMER-NOTES.
           DISPLAY "Customer ID: " ACCEPT WS-NOTE-CUSTOMER
           MOVE WS-NOTE-CUSTOMER TO CUSTOMER-ID
           MOVE "CUSTOMER-NOTES" TO WS-VIEW-SCREEN
           CALL "SENSITIVE-ACCESS-LOG" USING WS-VIEW-ACCOUNT
               CUSTOMER-ID WS-VIEW-JOINT WS-VIEW-BRANCH
               WS-VIEW-TELLER-ID WS-VIEW-TERMINAL-ID
               WS-VIEW-SCREEN WS-VIEW-SENSITIVE
           MOVE "VIEW-CUSTOMER" TO WS-VIEW-SCREEN
           IF WS-VIEW-SENSITIVE = "Y"
               DISPLAY "*** SENSITIVE PARTY - THIS VIEW HAS BEEN "
                   "LOGGED ***"
           END-IF
           MOVE 0 TO WS-NOTE-ROWS
           MOVE 0 TO WS-NOTE-PAGE-ROWS
           MOVE "N" TO WS-NOTE-FILE-EOF
           MOVE WS-NOTE-CUSTOMER TO CNOTE-CUSTOMER-ID
           MOVE 0 TO CNOTE-INVERSE-STAMP
           START NOTE-FILE KEY >= CNOTE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTE-FILE-EOF
           END-START
           PERFORM UNTIL WS-NOTE-FILE-EOF = "Y"
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-NOTE-FILE-EOF
                   NOT AT END
                       IF CNOTE-CUSTOMER-ID NOT = WS-NOTE-CUSTOMER
                           MOVE "Y" TO WS-NOTE-FILE-EOF
                       ELSE
                           ADD 1 TO WS-NOTE-ROWS
                           ADD 1 TO WS-NOTE-PAGE-ROWS
                           DISPLAY CNOTE-DATE " " CNOTE-TIME(1:4) " "
                               CNOTE-CATEGORY " " CNOTE-TELLER-ID " "
                               CNOTE-BRANCH " "
                               FUNCTION TRIM(CNOTE-TEXT)
                           IF CNOTE-MERGED-FROM NOT = 0
                               DISPLAY "      (taken under customer "
                                   CNOTE-MERGED-FROM ")"
                           END-IF
                           IF WS-NOTE-PAGE-ROWS = 10
                               MOVE 0 TO WS-NOTE-PAGE-ROWS
                               DISPLAY "More? (Y/N): "
                               ACCEPT WS-NOTE-MORE
                               IF WS-NOTE-MORE NOT = "Y"
                                   AND WS-NOTE-MORE NOT = "y"
                                   MOVE "Y" TO WS-NOTE-FILE-EOF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NOTE-ROWS = 0
               DISPLAY "No notes on file."
           END-IF.

      *    EVERY LETTER AND NOTICE PUT IN THE OUTBOX FOR THE
      *    CUSTOMER, OLDEST FIRST, TEN AT A TIME - WHAT IT WAS, THE
      *    CHANNEL, WHETHER AND WHEN IT WENT, AND ITS OPENING LINE.
       VIEW-CORRESPONDENCE.
           DISPLAY "Customer ID: " ACCEPT WS-CORR-CUSTOMER
           MOVE WS-CORR-CUSTOMER TO CUSTOMER-ID
           MOVE "CORRESPONDENCE" TO WS-VIEW-SCREEN
           CALL "SENSITIVE-ACCESS-LOG" USING WS-VIEW-ACCOUNT
               CUSTOMER-ID WS-VIEW-JOINT WS-VIEW-BRANCH
               WS-VIEW-TELLER-ID WS-VIEW-TERMINAL-ID
               WS-VIEW-SCREEN WS-VIEW-SENSITIVE
           MOVE "VIEW-CUSTOMER" TO WS-VIEW-SCREEN
           IF WS-VIEW-SENSITIVE = "Y"
               DISPLAY "*** SENSITIVE PARTY - THIS VIEW HAS BEEN "
                   "LOGGED ***"
           END-IF
           OPEN INPUT OUTBOX-FILE
           IF WS-CORR-STATUS NOT = "00"
               DISPLAY "No correspondence on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CORR-ROWS
           MOVE 0 TO WS-CORR-PAGE-ROWS
           MOVE "N" TO WS-CORR-FILE-EOF
           MOVE WS-CORR-CUSTOMER TO COR-CUSTOMER-ID
           MOVE 0 TO COR-DATE
           MOVE 0 TO COR-TIME
           MOVE 0 TO COR-SEQ
           START OUTBOX-FILE KEY >= COR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CORR-FILE-EOF
           END-START
           PERFORM UNTIL WS-CORR-FILE-EOF = "Y"
               READ OUTBOX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CORR-FILE-EOF
                   NOT AT END
                       IF COR-CUSTOMER-ID NOT = WS-CORR-CUSTOMER
                           MOVE "Y" TO WS-CORR-FILE-EOF
                       ELSE
                           PERFORM SHOW-CORRESPONDENCE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOX-FILE
           IF WS-CORR-ROWS = 0
               DISPLAY "No correspondence on file."
           END-IF.

       SHOW-CORRESPONDENCE-ITEM.
           ADD 1 TO WS-CORR-ROWS
           ADD 1 TO WS-CORR-PAGE-ROWS
           EVALUATE COR-STATUS
               WHEN "P"
                   MOVE "PENDING" TO WS-CORR-STATUS-TEXT
               WHEN "H"
                   MOVE "HELD" TO WS-CORR-STATUS-TEXT
               WHEN "D"
                   IF COR-VENDOR = "E"
                       MOVE "EMAILED" TO WS-CORR-STATUS-TEXT
                   ELSE
                       MOVE "PRINTED" TO WS-CORR-STATUS-TEXT
                   END-IF
               WHEN OTHER
                   MOVE COR-STATUS TO WS-CORR-STATUS-TEXT
           END-EVALUATE
           IF COR-STATUS = "D"
               DISPLAY COR-DATE " " COR-DOC-TYPE " " COR-CHANNEL " "
                   WS-CORR-STATUS-TEXT " " COR-DISPATCH-DATE
                   " Acct " COR-ACCOUNT " "
                   FUNCTION TRIM(COR-PRODUCED-BY)
           ELSE
               DISPLAY COR-DATE " " COR-DOC-TYPE " " COR-CHANNEL " "
                   WS-CORR-STATUS-TEXT "          "
                   " Acct " COR-ACCOUNT " "
                   FUNCTION TRIM(COR-PRODUCED-BY)
           END-IF
           DISPLAY "      " FUNCTION TRIM(COR-LINE(1))
           IF WS-CORR-PAGE-ROWS = 10
               MOVE 0 TO WS-CORR-PAGE-ROWS
               DISPLAY "More? (Y/N): "
               ACCEPT WS-CORR-MORE
               IF WS-CORR-MORE NOT = "Y" AND WS-CORR-MORE NOT = "y"
                   MOVE "Y" TO WS-CORR-FILE-EOF
               END-IF
           END-IF.

       ADD-CUSTOMER.
           DISPLAY "Enter ID: " ACCEPT CUSTOMER-ID
           DISPLAY "Enter First Name: " ACCEPT CUSTOMER-FIRST-NAME
               END-IF
           END-IF

      *    A BUSINESS CARRIES ITS NAME IN THE LAST NAME AND NEEDS ITS
      *    BENEFICIAL OWNERS RECORDED IN BENEFICIAL-OWNERSHIP.
           DISPLAY "Customer Type (I=Individual, B=Business): "
           ACCEPT CUSTOMER-TYPE
           IF CUSTOMER-TYPE = "b"
               MOVE "B" TO CUSTOMER-TYPE
           END-IF
           IF CUSTOMER-TYPE NOT = "B"
               MOVE "I" TO CUSTOMER-TYPE
           END-IF

           DISPLAY "Enter Balance: " ACCEPT CUSTOMER-BALANCE
      *    THE BIRTH DATE DRIVES CUSTODIAL-ACCOUNT MAJORITY
      *    PROCESSING - ZERO IS ACCEPTED FOR CUSTOMERS WHOSE AGE
      *    DOES NOT MATTER.
           DISPLAY "Enter Birth Date (YYYYMMDD, 0 if unknown): "
           ACCEPT CUSTOMER-BIRTH-DATE
      *    A CUSTOMER WHO WANTS NO MARKETING IS LEFT OFF EVERY
      *    CAMPAIGN TARGET LIST.
           DISPLAY "Opt out of marketing? (Y/N): "
           ACCEPT CUSTOMER-MARKETING-OPTOUT
           IF CUSTOMER-MARKETING-OPTOUT = "y"
               MOVE "Y" TO CUSTOMER-MARKETING-OPTOUT
           END-IF
           IF CUSTOMER-MARKETING-OPTOUT NOT = "Y"
               MOVE "N" TO CUSTOMER-MARKETING-OPTOUT
           END-IF
      *    A CONSOLIDATED STATEMENT REPLACES THE SEPARATE ACCOUNT
      *    STATEMENTS WITH ONE COVERING THE WHOLE RELATIONSHIP.
           DISPLAY "Consolidated statement? (Y/N): "
           ACCEPT CUSTOMER-CONSOLIDATED-STMT
           IF CUSTOMER-CONSOLIDATED-STMT = "y"
               MOVE "Y" TO CUSTOMER-CONSOLIDATED-STMT
           END-IF
           IF CUSTOMER-CONSOLIDATED-STMT NOT = "Y"
               MOVE "N" TO CUSTOMER-CONSOLIDATED-STMT
           END-IF

      *    THE FD BUFFER CARRIES WHATEVER THE LAST READ LEFT THERE -
      *    A NEW CUSTOMER ALWAYS STARTS ACTIVE AND UNMERGED.

           WRITE CUSTOMER-RECORD INVALID KEY
               DISPLAY "Customer already exists."
               NOT INVALID KEY
                   IF CUSTOMER-TYPE = "B"
                       DISPLAY "Business added - record its "
                           "beneficial owners."
                   END-IF
           END-WRITE.

      *    A WATCHLIST HIT CAN ONLY PROCEED WHEN AN ACTIVE
           IF WS-VALIDATE-FOUND = "N"
               DISPLAY "Not found."
           ELSE
               CALL "SENSITIVE-ACCESS-LOG" USING WS-VIEW-ACCOUNT
                   CUSTOMER-ID WS-VIEW-JOINT WS-VIEW-BRANCH
                   WS-VIEW-TELLER-ID WS-VIEW-TERMINAL-ID
                   WS-VIEW-SCREEN WS-VIEW-SENSITIVE
               IF WS-VIEW-SENSITIVE = "Y"
                   DISPLAY "*** SENSITIVE PARTY - THIS VIEW HAS BEEN "
                       "LOGGED ***"
               END-IF
               DISPLAY "Name: " FUNCTION TRIM(CUSTOMER-LAST-NAME)
                   ", " FUNCTION TRIM(CUSTOMER-FIRST-NAME)
               IF CUSTOMER-TYPE = "B"
                   DISPLAY "Type: Business"
               ELSE
                   DISPLAY "Type: Individual"
               END-IF
               IF CUSTOMER-MARKETING-OPTOUT = "Y"
                   DISPLAY "Marketing: Opted out"
               END-IF
               IF CUSTOMER-CONSOLIDATED-STMT = "Y"
                   DISPLAY "Statements: Consolidated"
               END-IF
               DISPLAY "Balance: " CUSTOMER-BALANCE
               IF WS-VALIDATE-VALID = "N"
                   DISPLAY "*** " WS-VALIDATE-MESSAGE " ***"
                   IF CUSTOMER-WITHHOLD NOT = "Y"
                       MOVE "N" TO CUSTOMER-WITHHOLD
                   END-IF
                   DISPLAY "Customer Type (I=Individual, "
                       "B=Business): "
                       ACCEPT CUSTOMER-TYPE
                   IF CUSTOMER-TYPE = "b"
                       MOVE "B" TO CUSTOMER-TYPE
                   END-IF
                   IF CUSTOMER-TYPE NOT = "B"
                       MOVE "I" TO CUSTOMER-TYPE
                   END-IF
                   DISPLAY "Opt out of marketing? (Y/N): "
                       ACCEPT CUSTOMER-MARKETING-OPTOUT
                   IF CUSTOMER-MARKETING-OPTOUT = "y"
                       MOVE "Y" TO CUSTOMER-MARKETING-OPTOUT
                   END-IF
                   IF CUSTOMER-MARKETING-OPTOUT NOT = "Y"
                       MOVE "N" TO CUSTOMER-MARKETING-OPTOUT
                   END-IF
                   DISPLAY "Consolidated statement? (Y/N): "
                       ACCEPT CUSTOMER-CONSOLIDATED-STMT
                   IF CUSTOMER-CONSOLIDATED-STMT = "y"
                       MOVE "Y" TO CUSTOMER-CONSOLIDATED-STMT
                   END-IF
                   IF CUSTOMER-CONSOLIDATED-STMT NOT = "Y"
                       MOVE "N" TO CUSTOMER-CONSOLIDATED-STMT
                   END-IF
                   REWRITE CUSTOMER-RECORD
                   DISPLAY "Updated."
           END-READ.

      *    A NEW ADDRESS IS A NEW EFFECTIVE-DATED ROW - THE OLD ONE
      *    STAYS ON FILE, SO "WHERE DID WE MAIL IT IN MARCH" CAN
      *    ALWAYS BE ANSWERED. A ROW THAT CHANGES THE ADDRESS, PHONE
      *    OR EMAIL OPENS THE COOLING-OFF WINDOW CONTACT-COOLING-CHECK
      *    ENFORCES AND SENDS A LETTER TO THE ADDRESS IT REPLACES.
       ADD-CONTACT.
           DISPLAY "Customer ID: " ACCEPT CONTACT-CUSTOMER-ID
           MOVE CONTACT-CUSTOMER-ID TO CUSTOMER-ID
           END-READ
           DISPLAY "Effective date (YYYYMMDD): "
           ACCEPT CONTACT-EFFECTIVE-DATE
           MOVE CONTACT-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE
           PERFORM FIND-PREVIOUS-CONTACT
           MOVE CUSTOMER-ID TO CONTACT-CUSTOMER-ID
           MOVE WS-NEW-EFFECTIVE TO CONTACT-EFFECTIVE-DATE
           DISPLAY "Address line 1: " ACCEPT CONTACT-ADDRESS-LINE-1
           DISPLAY "Address line 2: " ACCEPT CONTACT-ADDRESS-LINE-2
           DISPLAY "City: " ACCEPT CONTACT-CITY
           DISPLAY "Email: " ACCEPT CONTACT-EMAIL
           DISPLAY "Delivery channel (M-mail/E-email): "
           ACCEPT CONTACT-DELIVERY-CHANNEL
           CALL "BUSINESS-DATE" USING WS-CONTACT-TODAY
           MOVE WS-CONTACT-TODAY TO CONTACT-RECORDED-DATE
           MOVE WS-VIEW-TELLER-ID TO CONTACT-RECORDED-BY
           MOVE 0 TO CONTACT-COOLING-UNTIL
      *    A NEW ROW STARTS DELIVERABLE - ANY RETURNED-MAIL MARK
      *    STAYS ON THE OLD ROW IT WAS RECORDED AGAINST
           MOVE "N" TO CONTACT-MAIL-RETURNED
           MOVE 0 TO CONTACT-RETURNED-DATE
           MOVE 0 TO CONTACT-RETURN-COUNT
           MOVE SPACES TO CONTACT-RETURNED-BY
           MOVE "N" TO WS-CHANGED-ADDRESS
           MOVE "N" TO WS-CHANGED-PHONE
           MOVE "N" TO WS-CHANGED-EMAIL
           IF WS-PREV-FOUND = "Y"
               IF CONTACT-ADDRESS-LINE-1 NOT = WS-PREV-ADDRESS-1
                   OR CONTACT-ADDRESS-LINE-2 NOT = WS-PREV-ADDRESS-2
                   OR CONTACT-CITY NOT = WS-PREV-CITY
                   OR CONTACT-POSTAL-CODE NOT = WS-PREV-POSTAL-CODE
                   MOVE "Y" TO WS-CHANGED-ADDRESS
               END-IF
               IF CONTACT-PHONE NOT = WS-PREV-PHONE
                   MOVE "Y" TO WS-CHANGED-PHONE
               END-IF
               IF CONTACT-EMAIL NOT = WS-PREV-EMAIL
                   MOVE "Y" TO WS-CHANGED-EMAIL
               END-IF
           END-IF
           IF WS-CHANGED-ADDRESS = "Y" OR WS-CHANGED-PHONE = "Y"
               OR WS-CHANGED-EMAIL = "Y"
               PERFORM SET-COOLING-WINDOW
           END-IF
           WRITE CONTACT-RECORD INVALID KEY
               DISPLAY "A contact row with that effective date "
                   "already exists."
               NOT INVALID KEY
                   IF CONTACT-COOLING-UNTIL NOT = 0
                       DISPLAY "Contact details changed - card "
                           "issues, new payees, external payments, "
                           "online instructions and PIN changes "
                           "need a supervisor until "
                           CONTACT-COOLING-UNTIL "."
                       PERFORM WRITE-CHANGE-LETTER
                   END-IF
           END-WRITE.

      *    THE ROW IN FORCE JUST BEFORE THE NEW EFFECTIVE DATE - THE
      *    DETAILS A TAKEOVER WOULD BE REPLACING. A CUSTOMER'S FIRST
      *    ROW HAS NOTHING TO COMPARE WITH AND OPENS NO WINDOW.
       FIND-PREVIOUS-CONTACT.
           MOVE "N" TO WS-PREV-FOUND
           MOVE 0 TO WS-PREV-EFFECTIVE
           MOVE "N" TO WS-CONTACT-FILE-EOF
           MOVE CUSTOMER-ID TO CONTACT-CUSTOMER-ID
           MOVE 0 TO CONTACT-EFFECTIVE-DATE
           START CONTACT-FILE KEY >= CONTACT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CONTACT-FILE-EOF
           END-START
           PERFORM UNTIL WS-CONTACT-FILE-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CONTACT-FILE-EOF
                   NOT AT END
                       IF CONTACT-CUSTOMER-ID NOT = CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE
                               NOT < WS-NEW-EFFECTIVE
                           MOVE "Y" TO WS-CONTACT-FILE-EOF
                       ELSE
                           MOVE "Y" TO WS-PREV-FOUND
                           MOVE CONTACT-EFFECTIVE-DATE
                               TO WS-PREV-EFFECTIVE
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO WS-PREV-ADDRESS-1
                           MOVE CONTACT-ADDRESS-LINE-2
                               TO WS-PREV-ADDRESS-2
                           MOVE CONTACT-CITY TO WS-PREV-CITY
                           MOVE CONTACT-POSTAL-CODE
                               TO WS-PREV-POSTAL-CODE
                           MOVE CONTACT-PHONE TO WS-PREV-PHONE
                           MOVE CONTACT-EMAIL TO WS-PREV-EMAIL
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE WINDOW RUNS CONTACT-COOLING-DAYS (10 WHEN THE
      *    PARAMETER IS NOT ON FILE) FROM THE DAY THE CHANGE TAKES
      *    EFFECT, OR FROM TODAY FOR A BACK-DATED ROW.
       SET-COOLING-WINDOW.
           MOVE "CONTACT-COOLING-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-CONTACT-TODAY
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-COOLING-DAYS
           END-IF
           MOVE WS-CONTACT-TODAY TO WS-COOLING-FROM
           IF CONTACT-EFFECTIVE-DATE > WS-CONTACT-TODAY
               MOVE CONTACT-EFFECTIVE-DATE TO WS-COOLING-FROM
           END-IF
           COMPUTE WS-COOLING-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-COOLING-FROM)
               + WS-COOLING-DAYS
           COMPUTE CONTACT-COOLING-UNTIL =
               FUNCTION DATE-OF-INTEGER(WS-COOLING-INTEGER)
           .

      *    THE LETTER GOES TO THE OLD ADDRESS, NOT THE NEW ONE - IF
      *    THE CHANGE WAS NOT THE CUSTOMER'S DOING, THAT IS WHERE THE
      *    REAL CUSTOMER STILL GETS THEIR POST.
       WRITE-CHANGE-LETTER.
           IF WS-PREV-ADDRESS-1 = SPACES
               DISPLAY "No previous postal address on file - no "
                   "confirmation letter sent."
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CHANGE-LETTER-FILE
           IF WS-LETTER-STATUS = "35"
               OPEN OUTPUT CHANGE-LETTER-FILE
           END-IF
           IF WS-LETTER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CHANGE LETTER FILE - "
                   "STATUS: " WS-LETTER-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "=" TO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           MOVE SPACES TO CHANGE-LETTER-LINE
           STRING "CONFIRMATION OF CHANGE - CUSTOMER " CUSTOMER-ID
               "  DATED " WS-CONTACT-TODAY
               DELIMITED BY SIZE INTO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           MOVE SPACES TO CHANGE-LETTER-LINE
           STRING "TO:  " FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
               FUNCTION TRIM(CUSTOMER-LAST-NAME)
               DELIMITED BY SIZE INTO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           MOVE SPACES TO CHANGE-LETTER-LINE
           STRING "     " WS-PREV-ADDRESS-1
               DELIMITED BY SIZE INTO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           IF WS-PREV-ADDRESS-2 NOT = SPACES
               MOVE SPACES TO CHANGE-LETTER-LINE
               STRING "     " WS-PREV-ADDRESS-2
                   DELIMITED BY SIZE INTO CHANGE-LETTER-LINE
               WRITE CHANGE-LETTER-LINE
           END-IF
           MOVE SPACES TO CHANGE-LETTER-LINE
           STRING "     " FUNCTION TRIM(WS-PREV-CITY) " "
               WS-PREV-POSTAL-CODE
               DELIMITED BY SIZE INTO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           MOVE SPACES TO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           MOVE SPACES TO CHANGE-LETTER-LINE
           STRING "WE HAVE BEEN ASKED TO CHANGE YOUR CONTACT DETAILS "
               "FROM " CONTACT-EFFECTIVE-DATE ":"
               DELIMITED BY SIZE INTO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           IF WS-CHANGED-ADDRESS = "Y"
               MOVE "  - YOUR POSTAL ADDRESS" TO CHANGE-LETTER-LINE
               WRITE CHANGE-LETTER-LINE
           END-IF
           IF WS-CHANGED-PHONE = "Y"
               MOVE "  - YOUR TELEPHONE NUMBER" TO CHANGE-LETTER-LINE
               WRITE CHANGE-LETTER-LINE
           END-IF
           IF WS-CHANGED-EMAIL = "Y"
               MOVE "  - YOUR EMAIL ADDRESS" TO CHANGE-LETTER-LINE
               WRITE CHANGE-LETTER-LINE
           END-IF
           MOVE "IF YOU DID NOT ASK FOR THIS, PLEASE CALL US AT ONCE."
               TO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           MOVE SPACES TO CHANGE-LETTER-LINE
           STRING "UNTIL " CONTACT-COOLING-UNTIL " NEW CARDS, NEW "
               "PAYEES, PAYMENTS TO OTHER BANKS,"
               DELIMITED BY SIZE INTO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           MOVE "ONLINE INSTRUCTIONS AND PIN CHANGES ON YOUR ACCOUNTS "
               & "NEED EXTRA CHECKS."
               TO CHANGE-LETTER-LINE
           WRITE CHANGE-LETTER-LINE
           CLOSE CHANGE-LETTER-FILE
           .

       VIEW-CONTACT-HISTORY.
           DISPLAY "Customer ID: " ACCEPT CONTACT-CUSTOMER-ID
      *    THE READ-NEXT LOOP OVERWRITES THE RECORD KEY, SO THE
                               ", " FUNCTION TRIM(CONTACT-CITY)
                               " " FUNCTION TRIM(CONTACT-POSTAL-CODE)
                               "  CH " CONTACT-DELIVERY-CHANNEL
                           IF CONTACT-MAIL-RETURNED = "Y"
                               DISPLAY "    Mail returned since "
                                   CONTACT-RETURNED-DATE " ("
                                   CONTACT-RETURN-COUNT " items)"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
