       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-LIST.

      *    BUILDS THE TARGET LIST OF EVERY ACTIVE CROSS-SELL CAMPAIGN
      *    (CAMPAIGN-RECORD.cpy) CAMPAIGN-MAINTENANCE HAS ASKED A
      *    LIST FOR, THEN MATCHES RESPONSES FOR ALL LISTS KEPT.
      *
      *    A CUSTOMER IS A TARGET WHEN THEY ARE ACTIVE AND UNMERGED,
      *    NOT DECEASED, NOT RISK-RATED HIGH, HAVE NOT OPTED OUT OF
      *    MARKETING (CUSTOMER-MARKETING-OPTOUT) AND MEET EVERY
      *    CRITERION THE CAMPAIGN SETS. THE ACCOUNTS CONSIDERED ARE
      *    THE OPEN ONES (NOT CLOSED OR CHARGED OFF) THE CUSTOMER
      *    HOLDS AS PRIMARY OR JOINT HOLDER. EACH TARGET IS KEPT IN
      *    02_BANKING/campaign_targets.dat (CAMPAIGN-TARGET-RECORD.
      *    cpy) AND WRITTEN WITH THE CONTACT ROW IN FORCE TO THE
      *    LIST EXTRACT 02_BANKING/campaign_<ID>_<DATE>.txt FOR
      *    MARKETING. ASKING FOR THE SAME CAMPAIGN TWICE IN ONE DAY
      *    REPLACES THAT DAY'S LIST.
      *
      *    A RESPONSE IS THE FIRST ACCOUNT A TARGET OPENS AS PRIMARY
      *    HOLDER (AN "ADD" ROW ON THE AUDIT MASTER) AFTER THE LIST
      *    DATE AND NO LATER THAN CPN-RESPONSE-DAYS AFTER IT.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE
               ASSIGN TO "02_BANKING/campaigns.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPN-ID
               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT TARGET-FILE
               ASSIGN TO "02_BANKING/campaign_targets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTG-KEY
               ALTERNATE RECORD KEY IS CTG-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TARGET-STATUS.

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

      *    THE CONTACT ROWS CUSTOMER-DB MAINTAINS
           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT AUDIT-MASTER-FILE
               ASSIGN TO "02_BANKING/audit_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-ID
               FILE STATUS IS WS-AUDIT-MASTER-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-FILE.
           COPY "CAMPAIGN-RECORD.cpy".

       FD TARGET-FILE.
           COPY "CAMPAIGN-TARGET-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TERM-FILE.
           COPY "TERM-DEPOSIT-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD AUDIT-MASTER-FILE.
           COPY "AUDIT-MASTER-RECORD.cpy".

       FD EXTRACT-FILE.
       01 EXTRACT-LINE PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-CAMPAIGN-STATUS PIC XX.
       01 WS-TARGET-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TERM-STATUS PIC XX.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-AUDIT-MASTER-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-CAMPAIGN-EOF PIC X.
       01 WS-TARGET-EOF PIC X.
       01 WS-CUSTOMER-EOF PIC X.
       01 WS-ACCOUNT-EOF PIC X.
       01 WS-LOAN-EOF PIC X.
       01 WS-CONTACT-EOF PIC X.
       01 WS-AUDIT-EOF PIC X.
       01 WS-TERM-OPEN PIC X VALUE "N".
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-EXTRACT-FILENAME PIC X(60).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
      *    "Y" AT A CUSTOMER-ID'S SLOT WHEN THEY HAVE A RUNNING LOAN
       01 WS-LOAN-TABLE.
           05 WS-HAS-LOAN PIC X OCCURS 99999 TIMES.
      *    THE CAMPAIGN'S LIMITS TURNED INTO DATES FOR THIS RUN
       01 WS-AGE-MIN-CUTOFF PIC 9(8).
       01 WS-AGE-MAX-CUTOFF PIC 9(8).
       01 WS-MATURE-FROM-DATE PIC 9(8).
       01 WS-MATURE-TO-DATE PIC 9(8).
       01 WS-RESPONSE-UNTIL PIC 9(8).
      *    ONE CUSTOMER'S HOLDINGS AS THE CAMPAIGN SEES THEM
       01 WS-CUR-CUSTOMER PIC 9(5).
       01 WS-HOLD-COUNT PIC 9(3).
       01 WS-HOLD-BALANCE PIC S9(9)V99.
       01 WS-FIRST-ACCOUNT PIC 9(9).
       01 WS-HAS-LACK PIC X.
       01 WS-MATURE-HIT PIC X.
       01 WS-QUALIFIES PIC X.
      *    THE CUSTOMER'S CONTACT ROW IN FORCE
       01 WS-CT-FOUND PIC X.
       01 WS-CT-ADDRESS-1 PIC X(30).
       01 WS-CT-ADDRESS-2 PIC X(30).
       01 WS-CT-CITY PIC X(20).
       01 WS-CT-POSTAL PIC X(10).
       01 WS-CT-PHONE PIC X(15).
       01 WS-CT-EMAIL PIC X(30).
       01 WS-CT-CHANNEL PIC X.
       01 WS-CT-RETURNED PIC X.
       01 WS-BAL-DISPLAY PIC -(9)9.99.
      *    PER-CAMPAIGN AND RUN TALLIES
       01 WS-CPN-TARGETS PIC 9(7).
       01 WS-CPN-NO-CONTACT PIC 9(7).
       01 WS-EXCL-DECEASED PIC 9(7).
       01 WS-EXCL-RISK PIC 9(7).
       01 WS-EXCL-OPTOUT PIC 9(7).
       01 WS-LISTS-BUILT PIC 9(5) VALUE 0.
       01 WS-RESPONSES-MATCHED PIC 9(7) VALUE 0.
       01 WS-RUN-FAILED PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE
               (WS-TODAY-DATE)

           OPEN I-O CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS = "35"
               DISPLAY "CAMPAIGN LIST - NO CAMPAIGNS ON FILE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CAMPAIGN FILE - "
                   "STATUS: " WS-CAMPAIGN-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O TARGET-FILE
           IF WS-TARGET-STATUS = "35"
               OPEN OUTPUT TARGET-FILE
               CLOSE TARGET-FILE
               OPEN I-O TARGET-FILE
           END-IF
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CAMPAIGN TARGET FILE "
                   "- STATUS: " WS-TARGET-STATUS " ***"
               CLOSE CAMPAIGN-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CUSTOMER FILE - "
                   "STATUS: " WS-CUSTOMER-STATUS " ***"
               CLOSE CAMPAIGN-FILE TARGET-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE CAMPAIGN-FILE TARGET-FILE CUSTOMER-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
      *    NO TERM DEPOSITS, LOANS OR CONTACT ROWS SIMPLY MEANS NONE
      *    MATCH - THE LISTS ARE STILL BUILT
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS = "00"
               MOVE "Y" TO WS-TERM-OPEN
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF
           PERFORM LOAD-LOANS

           MOVE "N" TO WS-CAMPAIGN-EOF
           MOVE LOW-VALUES TO CPN-ID
           START CAMPAIGN-FILE KEY >= CPN-ID
               INVALID KEY
                   MOVE "Y" TO WS-CAMPAIGN-EOF
           END-START
           PERFORM UNTIL WS-CAMPAIGN-EOF = "Y"
               READ CAMPAIGN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAMPAIGN-EOF
                   NOT AT END
                       IF CPN-STATUS = "A"
                           AND CPN-RUN-REQUESTED = "Y"
                           PERFORM BUILD-LIST
                       END-IF
               END-READ
           END-PERFORM

           PERFORM MATCH-RESPONSES

           IF WS-TERM-OPEN = "Y"
               CLOSE TERM-FILE
           END-IF
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF
           CLOSE CAMPAIGN-FILE TARGET-FILE CUSTOMER-FILE ACCOUNT-FILE
           DISPLAY "CAMPAIGN LIST COMPLETE - " WS-LISTS-BUILT
               " LISTS BUILT, " WS-RESPONSES-MATCHED
               " RESPONSES MATCHED"
           IF WS-RUN-FAILED = "Y"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-LOANS.
           MOVE ALL "N" TO WS-LOAN-TABLE
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LOAN-EOF
           PERFORM UNTIL WS-LOAN-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOAN-EOF
                   NOT AT END
                       IF LOAN-STATUS = "A"
                           AND LOAN-CUSTOMER-ID > 0
                           MOVE "Y" TO WS-HAS-LOAN(LOAN-CUSTOMER-ID)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           .

      *    ONE CAMPAIGN: CLEAR ANY LIST ALREADY TAKEN TODAY, WALK THE
      *    CUSTOMER MASTER, KEEP AND EXTRACT EVERY TARGET, THEN
      *    RECORD THE RUN ON THE CAMPAIGN
       BUILD-LIST.
           MOVE SPACES TO WS-EXTRACT-FILENAME
           STRING "02_BANKING/campaign_" DELIMITED BY SIZE
               CPN-ID DELIMITED BY SPACE
               "_" WS-TODAY-DATE ".txt" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE EXTRACT FOR CAMPAIGN "
                   CPN-ID " - STATUS: " WS-EXTRACT-STATUS " ***"
               MOVE "Y" TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-TODAYS-LIST
           PERFORM SET-CAMPAIGN-LIMITS
           MOVE 0 TO WS-CPN-TARGETS WS-CPN-NO-CONTACT
               WS-EXCL-DECEASED WS-EXCL-RISK WS-EXCL-OPTOUT
           MOVE SPACES TO EXTRACT-LINE
           STRING "HDR " WS-TODAY-DATE " CAMPAIGN " CPN-ID " "
               CPN-DESCRIPTION
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE

           MOVE "N" TO WS-CUSTOMER-EOF
           MOVE 0 TO CUSTOMER-ID
           START CUSTOMER-FILE KEY >= CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-CUSTOMER-EOF
           END-START
           PERFORM UNTIL WS-CUSTOMER-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CUSTOMER-EOF
                   NOT AT END
                       PERFORM CHECK-CUSTOMER
               END-READ
           END-PERFORM

           MOVE SPACES TO EXTRACT-LINE
           STRING "TRL " WS-CPN-TARGETS " " WS-EXCL-DECEASED " "
               WS-EXCL-RISK " " WS-EXCL-OPTOUT
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           CLOSE EXTRACT-FILE

           MOVE "N" TO CPN-RUN-REQUESTED
           MOVE WS-TODAY-DATE TO CPN-LAST-RUN-DATE
           MOVE WS-CPN-TARGETS TO CPN-LAST-COUNT
           REWRITE CAMPAIGN-RECORD
           IF WS-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT UPDATE CAMPAIGN " CPN-ID
                   " - STATUS: " WS-CAMPAIGN-STATUS " ***"
               MOVE "Y" TO WS-RUN-FAILED
           END-IF
           ADD 1 TO WS-LISTS-BUILT
           DISPLAY "CAMPAIGN " CPN-ID " - " WS-CPN-TARGETS
               " TARGETS (" WS-CPN-NO-CONTACT " WITHOUT A CONTACT "
               "ROW) TO " FUNCTION TRIM(WS-EXTRACT-FILENAME)
           DISPLAY "    EXCLUDED: " WS-EXCL-DECEASED " DECEASED, "
               WS-EXCL-RISK " HIGH RISK, " WS-EXCL-OPTOUT
               " OPTED OUT"
           .

       CLEAR-TODAYS-LIST.
           MOVE "N" TO WS-TARGET-EOF
           MOVE CPN-ID TO CTG-CAMPAIGN-ID
           MOVE WS-TODAY-DATE TO CTG-LIST-DATE
           MOVE 0 TO CTG-CUSTOMER-ID
           START TARGET-FILE KEY >= CTG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TARGET-EOF
           END-START
           PERFORM UNTIL WS-TARGET-EOF = "Y"
               READ TARGET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TARGET-EOF
                   NOT AT END
                       IF CTG-CAMPAIGN-ID NOT = CPN-ID
                           OR CTG-LIST-DATE NOT = WS-TODAY-DATE
                           MOVE "Y" TO WS-TARGET-EOF
                       ELSE
                           DELETE TARGET-FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           .

      *    AGE N OR OVER = BORN ON OR BEFORE TODAY LESS N YEARS; AGE
      *    M OR UNDER = BORN AFTER TODAY LESS M + 1 YEARS (SAME
      *    YYYYMMDD ARITHMETIC AS MAJORITY-SCAN)
       SET-CAMPAIGN-LIMITS.
           COMPUTE WS-AGE-MIN-CUTOFF =
               WS-TODAY-DATE - (CPN-AGE-MIN * 10000)
           COMPUTE WS-AGE-MAX-CUTOFF =
               WS-TODAY-DATE - ((CPN-AGE-MAX + 1) * 10000)
           COMPUTE WS-MATURE-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + CPN-MATURE-FROM-DAYS)
           COMPUTE WS-MATURE-TO-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + CPN-MATURE-TO-DAYS)
           COMPUTE WS-RESPONSE-UNTIL = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + CPN-RESPONSE-DAYS)
           .

       CHECK-CUSTOMER.
           IF CUSTOMER-ID = 0
               OR CUSTOMER-STATUS NOT = "A"
               OR CUSTOMER-MERGED-INTO NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CPN-AGE-MIN NOT = 0 OR CPN-AGE-MAX NOT = 0
               IF CUSTOMER-BIRTH-DATE = 0
                   EXIT PARAGRAPH
               END-IF
               IF CPN-AGE-MIN NOT = 0
                   AND CUSTOMER-BIRTH-DATE > WS-AGE-MIN-CUTOFF
                   EXIT PARAGRAPH
               END-IF
               IF CPN-AGE-MAX NOT = 0
                   AND CUSTOMER-BIRTH-DATE NOT > WS-AGE-MAX-CUTOFF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CPN-LOAN-RULE = "Y"
               AND WS-HAS-LOAN(CUSTOMER-ID) NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           IF CPN-LOAN-RULE = "N"
               AND WS-HAS-LOAN(CUSTOMER-ID) = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE CUSTOMER-ID TO WS-CUR-CUSTOMER
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HOLD-BALANCE
           MOVE 0 TO WS-FIRST-ACCOUNT
           MOVE "N" TO WS-HAS-LACK
           MOVE "N" TO WS-MATURE-HIT
           PERFORM SCAN-PRIMARY-ACCOUNTS
           PERFORM SCAN-JOINT-ACCOUNTS

           MOVE "Y" TO WS-QUALIFIES
           IF WS-HOLD-COUNT = 0
               MOVE "N" TO WS-QUALIFIES
           END-IF
           IF WS-HOLD-BALANCE < CPN-BALANCE-MIN
               MOVE "N" TO WS-QUALIFIES
           END-IF
           IF CPN-BALANCE-MAX NOT = 0
               AND WS-HOLD-BALANCE > CPN-BALANCE-MAX
               MOVE "N" TO WS-QUALIFIES
           END-IF
           IF WS-HAS-LACK = "Y"
               MOVE "N" TO WS-QUALIFIES
           END-IF
           IF CPN-MATURE-TO-DAYS NOT = 0
               AND WS-MATURE-HIT NOT = "Y"
               MOVE "N" TO WS-QUALIFIES
           END-IF
           IF WS-QUALIFIES NOT = "Y"
               EXIT PARAGRAPH
           END-IF

      *    THE EXCLUSIONS ARE COUNTED ONLY AMONG CUSTOMERS WHO
      *    WOULD OTHERWISE HAVE BEEN TARGETED
           IF CUSTOMER-DECEASED = "Y"
               ADD 1 TO WS-EXCL-DECEASED
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-RISK-RATING = "H"
               ADD 1 TO WS-EXCL-RISK
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-MARKETING-OPTOUT = "Y"
               ADD 1 TO WS-EXCL-OPTOUT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-TARGET
           .

       SCAN-PRIMARY-ACCOUNTS.
           MOVE "N" TO WS-ACCOUNT-EOF
           MOVE WS-CUR-CUSTOMER TO ACCOUNT-CUSTOMER-ID
           START ACCOUNT-FILE KEY = ACCOUNT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-EOF
           END-START
           PERFORM UNTIL WS-ACCOUNT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-EOF
                   NOT AT END
                       IF ACCOUNT-CUSTOMER-ID NOT = WS-CUR-CUSTOMER
                           MOVE "Y" TO WS-ACCOUNT-EOF
                       ELSE
                           PERFORM CHECK-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           .

       SCAN-JOINT-ACCOUNTS.
           MOVE "N" TO WS-ACCOUNT-EOF
           MOVE WS-CUR-CUSTOMER TO ACCOUNT-JOINT-CUSTOMER-ID
           START ACCOUNT-FILE KEY = ACCOUNT-JOINT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-EOF
           END-START
           PERFORM UNTIL WS-ACCOUNT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-EOF
                   NOT AT END
                       IF ACCOUNT-JOINT-CUSTOMER-ID
                           NOT = WS-CUR-CUSTOMER
                           MOVE "Y" TO WS-ACCOUNT-EOF
                       ELSE
                           IF ACCOUNT-CUSTOMER-ID NOT = WS-CUR-CUSTOMER
                               PERFORM CHECK-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    ONE OPEN ACCOUNT AGAINST THE HOLD, LACK AND MATURITY
      *    CRITERIA
       CHECK-ACCOUNT.
           IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
               OR ACCOUNT-TYPE = "G"
               EXIT PARAGRAPH
           END-IF
           IF (CPN-LACK-TYPE NOT = SPACE
                   OR CPN-LACK-PRODUCT NOT = SPACES)
               AND (CPN-LACK-TYPE = SPACE
                   OR ACCOUNT-TYPE = CPN-LACK-TYPE)
               AND (CPN-LACK-PRODUCT = SPACES
                   OR ACCOUNT-PRODUCT-CODE = CPN-LACK-PRODUCT)
               MOVE "Y" TO WS-HAS-LACK
           END-IF
           IF (CPN-HOLD-TYPE = SPACE
                   OR ACCOUNT-TYPE = CPN-HOLD-TYPE)
               AND (CPN-HOLD-PRODUCT = SPACES
                   OR ACCOUNT-PRODUCT-CODE = CPN-HOLD-PRODUCT)
               AND (CPN-BRANCH = SPACES
                   OR ACCOUNT-BRANCH = CPN-BRANCH)
               ADD 1 TO WS-HOLD-COUNT
               ADD ACCOUNT-BALANCE TO WS-HOLD-BALANCE
               IF WS-FIRST-ACCOUNT = 0
                   MOVE ACCOUNT-NUMBER TO WS-FIRST-ACCOUNT
               END-IF
           END-IF
           IF CPN-MATURE-TO-DAYS NOT = 0
               AND ACCOUNT-TYPE = "T"
               AND WS-TERM-OPEN = "Y"
               MOVE ACCOUNT-NUMBER TO TERM-ACCOUNT
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TERM-STATUS = "A"
                           AND TERM-MATURITY-DATE
                               NOT < WS-MATURE-FROM-DATE
                           AND TERM-MATURITY-DATE
                               NOT > WS-MATURE-TO-DATE
                           MOVE "Y" TO WS-MATURE-HIT
                       END-IF
               END-READ
           END-IF
           .

       WRITE-TARGET.
           MOVE CPN-ID TO CTG-CAMPAIGN-ID
           MOVE WS-TODAY-DATE TO CTG-LIST-DATE
           MOVE CUSTOMER-ID TO CTG-CUSTOMER-ID
           MOVE WS-FIRST-ACCOUNT TO CTG-ACCOUNT
           MOVE WS-HOLD-BALANCE TO CTG-BALANCE
           MOVE WS-RESPONSE-UNTIL TO CTG-RESPONSE-UNTIL
           MOVE 0 TO CTG-RESPONSE-ACCOUNT
           MOVE 0 TO CTG-RESPONSE-DATE
           MOVE SPACE TO CTG-RESPONSE-TYPE
           MOVE SPACES TO CTG-RESPONSE-PRODUCT
           WRITE CAMPAIGN-TARGET-RECORD
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "*** COULD NOT KEEP TARGET " CUSTOMER-ID
                   " FOR CAMPAIGN " CPN-ID " - STATUS: "
                   WS-TARGET-STATUS " ***"
               MOVE "Y" TO WS-RUN-FAILED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CPN-TARGETS
           PERFORM FIND-CONTACT
           IF WS-CT-FOUND NOT = "Y"
               ADD 1 TO WS-CPN-NO-CONTACT
           END-IF
           MOVE WS-HOLD-BALANCE TO WS-BAL-DISPLAY
           MOVE SPACES TO EXTRACT-LINE
           STRING "TGT " CUSTOMER-ID " " CUSTOMER-LAST-NAME " "
               CUSTOMER-FIRST-NAME " " WS-FIRST-ACCOUNT " "
               WS-BAL-DISPLAY " " WS-CT-ADDRESS-1 " "
               WS-CT-ADDRESS-2 " " WS-CT-CITY " " WS-CT-POSTAL " "
               WS-CT-PHONE " " WS-CT-EMAIL " " WS-CT-CHANNEL " "
               WS-CT-RETURNED
               DELIMITED BY SIZE INTO EXTRACT-LINE
           WRITE EXTRACT-LINE
           .

      *    ROWS ARRIVE OLDEST FIRST, SO THE LAST ONE NOT IN THE
      *    FUTURE IS THE ONE IN FORCE (AS MAIL-HOLD-CHECK PICKS IT)
       FIND-CONTACT.
           MOVE "N" TO WS-CT-FOUND
           MOVE SPACES TO WS-CT-ADDRESS-1 WS-CT-ADDRESS-2 WS-CT-CITY
               WS-CT-POSTAL WS-CT-PHONE WS-CT-EMAIL
           MOVE SPACE TO WS-CT-CHANNEL
           MOVE "N" TO WS-CT-RETURNED
           IF WS-CONTACT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTACT-EOF
           MOVE CUSTOMER-ID TO CONTACT-CUSTOMER-ID
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
                       IF CONTACT-CUSTOMER-ID NOT = CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-CONTACT-EOF
                       ELSE
                           MOVE "Y" TO WS-CT-FOUND
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO WS-CT-ADDRESS-1
                           MOVE CONTACT-ADDRESS-LINE-2
                               TO WS-CT-ADDRESS-2
                           MOVE CONTACT-CITY TO WS-CT-CITY
                           MOVE CONTACT-POSTAL-CODE TO WS-CT-POSTAL
                           MOVE CONTACT-PHONE TO WS-CT-PHONE
                           MOVE CONTACT-EMAIL TO WS-CT-EMAIL
                           MOVE CONTACT-DELIVERY-CHANNEL
                               TO WS-CT-CHANNEL
                           MOVE CONTACT-MAIL-RETURNED
                               TO WS-CT-RETURNED
                       END-IF
               END-READ
           END-PERFORM
           .

      *    EVERY ACCOUNT OPENING ON THE AUDIT MASTER IS OFFERED TO
      *    THE OPENER'S UNANSWERED TARGET ROWS. THE MASTER IS READ IN
      *    ID ORDER, SO THE FIRST OPENING IN A ROW'S WINDOW WINS.
       MATCH-RESPONSES.
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-AUDIT-EOF
           PERFORM UNTIL WS-AUDIT-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDIT-EOF
                   NOT AT END
                       IF AUD-ACTION = "ADD"
                           AND AUD-NEW-CUSTOMER-ID NOT = 0
                           PERFORM MATCH-OPENING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-MASTER-FILE
           .

       MATCH-OPENING.
           MOVE "N" TO WS-TARGET-EOF
           MOVE AUD-NEW-CUSTOMER-ID TO CTG-CUSTOMER-ID
           START TARGET-FILE KEY = CTG-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-TARGET-EOF
           END-START
           PERFORM UNTIL WS-TARGET-EOF = "Y"
               READ TARGET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TARGET-EOF
                   NOT AT END
                       IF CTG-CUSTOMER-ID NOT = AUD-NEW-CUSTOMER-ID
                           MOVE "Y" TO WS-TARGET-EOF
                       ELSE
                           IF CTG-RESPONSE-ACCOUNT = 0
                               AND AUD-DATE > CTG-LIST-DATE
                               AND AUD-DATE NOT > CTG-RESPONSE-UNTIL
                               PERFORM RECORD-RESPONSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       RECORD-RESPONSE.
           MOVE AUD-ACCOUNT TO CTG-RESPONSE-ACCOUNT
           MOVE AUD-DATE TO CTG-RESPONSE-DATE
           MOVE SPACE TO CTG-RESPONSE-TYPE
           MOVE SPACES TO CTG-RESPONSE-PRODUCT
           MOVE AUD-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-TYPE TO CTG-RESPONSE-TYPE
                   MOVE ACCOUNT-PRODUCT-CODE TO CTG-RESPONSE-PRODUCT
           END-READ
           REWRITE CAMPAIGN-TARGET-RECORD
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "*** COULD NOT RECORD RESPONSE FOR CUSTOMER "
                   CTG-CUSTOMER-ID " - STATUS: " WS-TARGET-STATUS
                   " ***"
               MOVE "Y" TO WS-RUN-FAILED
           ELSE
               ADD 1 TO WS-RESPONSES-MATCHED
           END-IF
           .

       END PROGRAM CAMPAIGN-LIST.
