       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-REISSUE.

      *    MONTHLY DEBIT CARD REISSUE, RUN FROM JOB-SCHEDULER
      *    (FREQUENCY "M"). EVERY ACTIVE CARD WHOSE EXPIRY FALLS
      *    WITHIN THE NEXT 60 DAYS (CARD-REISSUE-DAYS PARAMETER
      *    OVERRIDES) AND HAS NOT ALREADY BEEN REPLACED GETS A NEW
      *    CARD ROW IN STATUS "O" ON THE SAME ACCOUNT, LINKED BOTH
      *    WAYS TO THE CARD IT REPLACES, AND A LINE ON THE EMBOSSER
      *    / MAILER EXTRACT CARRYING THE CARDHOLDER'S NAME AND THE
      *    MAILING ADDRESS IN FORCE TODAY. THE OLD CARD KEEPS
      *    WORKING UNTIL THE NEW ONE IS ACTIVATED AT CARD-
      *    MAINTENANCE OR ITS OWN EXPIRY PASSES (CARD-EXPIRY).
      *
      *    A CARD ON A FROZEN, CLOSED OR DORMANT ACCOUNT (OR ONE
      *    WHOSE ACCOUNT HAS GONE) IS NOT REISSUED - IT IS LISTED
      *    ON THE EXCEPTIONS REPORT FOR THE CARD DESK INSTEAD.
      *
      *    NEW CARD NUMBERS CONTINUE FROM THE HIGHEST NUMBER ON
      *    FILE, WITH A LUHN CHECK DIGIT SO THE NETWORK ACCEPTS
      *    THEM. EVERY NEW CARD IS WRITTEN TO THE AUDIT MASTER AS
      *    CARD-MAINTENANCE DOES FOR A DESK ISSUE.
      *
      *    GOBACK RETURNS RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO "02_BANKING/cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

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

           SELECT MAILER-FILE
               ASSIGN TO "02_BANKING/card_mailer_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAILER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/card_reissue_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "02_BANKING/card_reissue_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-FILE.
           COPY "CARD-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD AUDIT-MASTER-FILE.
           COPY "AUDIT-MASTER-RECORD.cpy".

      *    ONE FIXED-WIDTH LINE PER CARD TO EMBOSS AND MAIL.
       FD MAILER-FILE.
       01 MAILER-LINE.
           05 ML-REC-TYPE PIC X(3).
           05 FILLER PIC X.
           05 ML-CARD-NUMBER PIC 9(16).
           05 FILLER PIC X.
           05 ML-EXPIRY-DATE PIC 9(8).
           05 FILLER PIC X.
           05 ML-ACCOUNT PIC 9(9).
           05 FILLER PIC X.
           05 ML-NAME PIC X(40).
           05 FILLER PIC X.
           05 ML-ADDRESS-LINE-1 PIC X(30).
           05 FILLER PIC X.
           05 ML-ADDRESS-LINE-2 PIC X(30).
           05 FILLER PIC X.
           05 ML-CITY PIC X(20).
           05 FILLER PIC X.
           05 ML-POSTAL-CODE PIC X(10).
           05 FILLER PIC X.
           05 ML-REPLACES-CARD PIC 9(16).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-AUDIT-MASTER-STATUS PIC XX.
       01 WS-MAILER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EXCEPTION-STATUS PIC XX.
       01 WS-CARD-FILE-EOF PIC X.
       01 WS-AUDIT-MASTER-EOF PIC X.
       01 WS-CONTACT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-HORIZON-DATE PIC 9(8).
       01 WS-NEXT-AUDIT-ID PIC 9(7) VALUE 1.
       01 WS-OLD-CARD-STATUS PIC X.
       01 WS-REISSUE-COUNT PIC 9(7) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIP-REASON PIC X(30).
      *    A CARD IS NOT REISSUED ON AN ACCOUNT RESTRICTED AGAINST
      *    DEBITS OR CARD USE - THE SAME TEST CARD SETTLEMENT APPLIES
       01 WS-RESTRICT-DIRECTION PIC X VALUE "D".
       01 WS-RESTRICT-CHANNEL PIC X VALUE "K".
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).
      *THE CARD BEING REPLACED, HELD WHILE THE RECORD AREA IS
      *REUSED FOR THE NEW CARD
       01 WS-OLD-CARD.
           05 WS-OLD-CARD-NUMBER PIC 9(16).
           05 WS-OLD-CARD-ACCOUNT PIC 9(9).
           05 WS-OLD-CARD-EXPIRY PIC 9(8).
       01 WS-NEW-CARD-NUMBER PIC 9(16).
       01 WS-NEW-CARD-EXPIRY PIC 9(8).
      *HIGHEST CARD NUMBER ON FILE WITHOUT ITS CHECK DIGIT - THE
      *NEXT NEW CARD'S ACCOUNT-IDENTIFIER PART IS ONE MORE
       01 WS-CARD-PAYLOAD PIC 9(15) VALUE 0.
       01 WS-LUHN-WORK.
           05 WS-LUHN-DIGIT PIC 9 OCCURS 15 TIMES.
       01 WS-LUHN-IX PIC 99.
       01 WS-LUHN-SUM PIC 9(4).
       01 WS-LUHN-PRODUCT PIC 99.
       01 WS-LUHN-DOUBLE PIC X.
       01 WS-CHECK-DIGIT PIC 9.
      *DAYS AHEAD OF EXPIRY A CARD IS REISSUED - FALLBACK
      *OVERRIDDEN BY THE CARD-REISSUE-DAYS PARAMETER ROW
       01 WS-REISSUE-DAYS PIC 9(3) VALUE 60.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
       01 WS-DETAIL-LINE.
           05 WS-DL-OLD-CARD PIC 9(16).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-ACCOUNT PIC 9(9).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-EXPIRY PIC 9(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-TEXT PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "CARD-REISSUE-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-REISSUE-DAYS
           END-IF
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-REISSUE-DAYS)
      *    SAME THREE YEARS OF VALIDITY A DESK ISSUE GETS
           COMPUTE WS-NEW-CARD-EXPIRY = WS-TODAY-DATE + 30000

           OPEN I-O CARD-FILE
           IF WS-CARD-STATUS = "35"
               DISPLAY "CARD REISSUE: NO CARD MASTER ON DISK - "
                   "NOTHING TO REISSUE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CARD MASTER - "
                   "STATUS: " WS-CARD-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE CARD-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-AUDIT-MASTER-STATUS = "35"
               OPEN OUTPUT AUDIT-MASTER-FILE
               CLOSE AUDIT-MASTER-FILE
               OPEN I-O AUDIT-MASTER-FILE
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CONTACT-FILE
           OPEN OUTPUT MAILER-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM SEED-NEXT-AUDIT-ID
           PERFORM FIND-HIGHEST-CARD-NUMBER

           MOVE SPACES TO REPORT-LINE
           STRING "CARD REISSUE REPORT - " WS-TODAY-DATE
               " - CARDS EXPIRING BY " WS-HORIZON-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OLD CARD          ACCOUNT    EXPIRES   NEW CARD"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "CARD REISSUE EXCEPTIONS - " WS-TODAY-DATE
               " - NOT REISSUED"
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE "CARD              ACCOUNT    EXPIRES   REASON"
               TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE ALL "-" TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

      *    NEW CARDS NUMBER ABOVE EVERYTHING ON FILE, SO THE SCAN
      *    MEETS THEM TOO - AS ORDERED CARDS THREE YEARS OUT THEY
      *    NEVER QUALIFY.
           MOVE "N" TO WS-CARD-FILE-EOF
           MOVE 0 TO CARD-NUMBER
           START CARD-FILE KEY >= CARD-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-CARD-FILE-EOF
           END-START
           PERFORM UNTIL WS-CARD-FILE-EOF = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CARD-FILE-EOF
                   NOT AT END
                       IF CARD-STATUS = "A"
                           AND CARD-REPLACED-BY-CARD = 0
                           AND CARD-EXPIRY-DATE <= WS-HORIZON-DATE
                           PERFORM REISSUE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-REISSUE-COUNT " REPLACEMENT CARDS ORDERED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           MOVE SPACES TO EXCEPTION-LINE
           STRING WS-EXCEPTION-COUNT " EXPIRING CARDS NOT REISSUED"
               DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           CLOSE CARD-FILE
           CLOSE ACCOUNT-FILE
           CLOSE AUDIT-MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CONTACT-FILE
           CLOSE MAILER-FILE
           CLOSE REPORT-FILE
           CLOSE EXCEPTION-FILE
           DISPLAY "CARD REISSUE COMPLETE - " WS-REISSUE-COUNT
               " REISSUED, " WS-EXCEPTION-COUNT " EXCEPTIONS"
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       SEED-NEXT-AUDIT-ID.
           MOVE "N" TO WS-AUDIT-MASTER-EOF
           MOVE 0 TO AUD-ID
           START AUDIT-MASTER-FILE KEY >= AUD-ID
               INVALID KEY
                   MOVE "Y" TO WS-AUDIT-MASTER-EOF
           END-START
           PERFORM UNTIL WS-AUDIT-MASTER-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDIT-MASTER-EOF
                   NOT AT END
                       IF AUD-ID >= WS-NEXT-AUDIT-ID
                           COMPUTE WS-NEXT-AUDIT-ID = AUD-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       FIND-HIGHEST-CARD-NUMBER.
           MOVE "N" TO WS-CARD-FILE-EOF
           MOVE 0 TO CARD-NUMBER
           START CARD-FILE KEY >= CARD-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-CARD-FILE-EOF
           END-START
           PERFORM UNTIL WS-CARD-FILE-EOF = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CARD-FILE-EOF
                   NOT AT END
                       DIVIDE CARD-NUMBER BY 10
                           GIVING WS-CARD-PAYLOAD
               END-READ
           END-PERFORM
           .

       REISSUE-ONE-CARD.
           MOVE CARD-NUMBER TO WS-OLD-CARD-NUMBER
           MOVE CARD-ACCOUNT TO WS-OLD-CARD-ACCOUNT
           MOVE CARD-EXPIRY-DATE TO WS-OLD-CARD-EXPIRY
           MOVE SPACES TO WS-SKIP-REASON
           MOVE WS-OLD-CARD-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON FILE" TO WS-SKIP-REASON
               NOT INVALID KEY
                   EVALUATE ACCOUNT-STATUS
                       WHEN "F"
                           MOVE "ACCOUNT FROZEN" TO WS-SKIP-REASON
                       WHEN "C"
                           MOVE "ACCOUNT CLOSED" TO WS-SKIP-REASON
                       WHEN "D"
                           MOVE "ACCOUNT DORMANT" TO WS-SKIP-REASON
                       WHEN "W"
                           MOVE "ACCOUNT CHARGED OFF" TO WS-SKIP-REASON
                       WHEN "A"
                           CONTINUE
                       WHEN OTHER
                           STRING "ACCOUNT NOT ACTIVE (" ACCOUNT-STATUS
                               ")" DELIMITED BY SIZE INTO WS-SKIP-REASON
                   END-EVALUATE
           END-READ
           IF WS-SKIP-REASON = SPACES
               CALL "ACCOUNT-RESTRICTION-CHECK" USING
                   WS-OLD-CARD-ACCOUNT WS-TODAY-DATE
                   WS-RESTRICT-DIRECTION WS-RESTRICT-CHANNEL
                   WS-ACCOUNT-RESTRICTED WS-RESTRICT-TYPE
                   WS-RESTRICT-REASON
               IF WS-ACCOUNT-RESTRICTED = "Y"
                   STRING "ACCOUNT RESTRICTED (" WS-RESTRICT-TYPE
                       "/" WS-RESTRICT-REASON ")"
                       DELIMITED BY SIZE INTO WS-SKIP-REASON
               END-IF
           END-IF
           IF WS-SKIP-REASON NOT = SPACES
               MOVE WS-OLD-CARD-NUMBER TO WS-DL-OLD-CARD
               MOVE WS-OLD-CARD-ACCOUNT TO WS-DL-ACCOUNT
               MOVE WS-OLD-CARD-EXPIRY TO WS-DL-EXPIRY
               MOVE WS-SKIP-REASON TO WS-DL-TEXT
               MOVE WS-DETAIL-LINE TO EXCEPTION-LINE
               WRITE EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM ASSIGN-NEW-CARD-NUMBER
           MOVE WS-NEW-CARD-NUMBER TO CARD-NUMBER
           MOVE WS-OLD-CARD-ACCOUNT TO CARD-ACCOUNT
           MOVE WS-TODAY-DATE TO CARD-ISSUE-DATE
           MOVE WS-NEW-CARD-EXPIRY TO CARD-EXPIRY-DATE
           MOVE "O" TO CARD-STATUS
           MOVE "REISSUE" TO CARD-ISSUED-BY
           MOVE WS-OLD-CARD-NUMBER TO CARD-REPLACES-CARD
           MOVE 0 TO CARD-REPLACED-BY-CARD
           WRITE CARD-RECORD
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "*** FAILED TO WRITE REPLACEMENT FOR CARD "
                   WS-OLD-CARD-NUMBER " - STATUS: " WS-CARD-STATUS
                   " ***"
               ADD 1 TO WS-ERROR-COUNT
               PERFORM REPOSITION-CARD-SCAN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACE TO WS-OLD-CARD-STATUS
           PERFORM WRITE-CARD-AUDIT-ROW
           PERFORM WRITE-MAILER-LINE

           MOVE WS-OLD-CARD-NUMBER TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-NEW-CARD-NUMBER TO CARD-REPLACED-BY-CARD
                   REWRITE CARD-RECORD
           END-READ

           MOVE WS-OLD-CARD-NUMBER TO WS-DL-OLD-CARD
           MOVE WS-OLD-CARD-ACCOUNT TO WS-DL-ACCOUNT
           MOVE WS-OLD-CARD-EXPIRY TO WS-DL-EXPIRY
           MOVE SPACES TO WS-DL-TEXT
           MOVE WS-NEW-CARD-NUMBER TO WS-DL-TEXT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-REISSUE-COUNT
           PERFORM REPOSITION-CARD-SCAN
           .

      *    THE RANDOM READS AND WRITES ABOVE MOVED THE FILE
      *    POSITION - CARRY ON THE SCAN JUST PAST THE OLD CARD.
       REPOSITION-CARD-SCAN.
           MOVE WS-OLD-CARD-NUMBER TO CARD-NUMBER
           START CARD-FILE KEY > CARD-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-CARD-FILE-EOF
           END-START
           .

      *    NEXT IDENTIFIER UP, THEN THE LUHN DIGIT: FROM THE RIGHT
      *    OF THE FIFTEEN, EVERY OTHER DIGIT (STARTING WITH THE
      *    RIGHTMOST) IS DOUBLED, NINE TAKEN OFF ANYTHING OVER
      *    NINE, AND THE CHECK DIGIT BRINGS THE SUM TO A MULTIPLE
      *    OF TEN.
       ASSIGN-NEW-CARD-NUMBER.
           ADD 1 TO WS-CARD-PAYLOAD
           MOVE WS-CARD-PAYLOAD TO WS-LUHN-WORK
           MOVE 0 TO WS-LUHN-SUM
           MOVE "Y" TO WS-LUHN-DOUBLE
           PERFORM VARYING WS-LUHN-IX FROM 15 BY -1
               UNTIL WS-LUHN-IX < 1
               IF WS-LUHN-DOUBLE = "Y"
                   COMPUTE WS-LUHN-PRODUCT =
                       WS-LUHN-DIGIT(WS-LUHN-IX) * 2
                   IF WS-LUHN-PRODUCT > 9
                       SUBTRACT 9 FROM WS-LUHN-PRODUCT
                   END-IF
                   ADD WS-LUHN-PRODUCT TO WS-LUHN-SUM
                   MOVE "N" TO WS-LUHN-DOUBLE
               ELSE
                   ADD WS-LUHN-DIGIT(WS-LUHN-IX) TO WS-LUHN-SUM
                   MOVE "Y" TO WS-LUHN-DOUBLE
               END-IF
           END-PERFORM
           COMPUTE WS-CHECK-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
           COMPUTE WS-NEW-CARD-NUMBER =
               WS-CARD-PAYLOAD * 10 + WS-CHECK-DIGIT
           .

       WRITE-CARD-AUDIT-ROW.
           MOVE WS-NEXT-AUDIT-ID TO AUD-ID
           ADD 1 TO WS-NEXT-AUDIT-ID
           MOVE WS-TODAY-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE "REISSUE" TO AUD-TELLER
           MOVE "CARDBATCH" TO AUD-TERMINAL
           MOVE "UPDATE" TO AUD-ACTION
           MOVE CARD-ACCOUNT TO AUD-ACCOUNT
           MOVE 0 TO AUD-OLD-CUSTOMER-ID
           MOVE 0 TO AUD-NEW-CUSTOMER-ID
           MOVE 0 TO AUD-OLD-BALANCE
           MOVE 0 TO AUD-NEW-BALANCE
           MOVE 0 TO AUD-OLD-OVERDRAFT
           MOVE 0 TO AUD-NEW-OVERDRAFT
           MOVE WS-OLD-CARD-STATUS TO AUD-OLD-STATUS
           MOVE CARD-STATUS TO AUD-NEW-STATUS
           WRITE AUDIT-MASTER-RECORD
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE AUDIT ROW - "
                   "STATUS: " WS-AUDIT-MASTER-STATUS " ***"
           END-IF
           .

       WRITE-MAILER-LINE.
           MOVE SPACES TO MAILER-LINE
           MOVE "CRD" TO ML-REC-TYPE
           MOVE WS-NEW-CARD-NUMBER TO ML-CARD-NUMBER
           MOVE WS-NEW-CARD-EXPIRY TO ML-EXPIRY-DATE
           MOVE WS-OLD-CARD-ACCOUNT TO ML-ACCOUNT
           MOVE WS-OLD-CARD-NUMBER TO ML-REPLACES-CARD
           MOVE "NAME NOT ON FILE" TO ML-NAME
           MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               NOT INVALID KEY
                   MOVE SPACES TO ML-NAME
                   STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                       FUNCTION TRIM(CUSTOMER-LAST-NAME)
                       DELIMITED BY SIZE INTO ML-NAME
           END-READ
           PERFORM FIND-CONTACT-IN-FORCE
           WRITE MAILER-LINE
           .

      *    THE NEWEST CONTACT ROW ALREADY IN EFFECT - THE SAME RULE
      *    THE STATEMENTS USE FOR THEIR MAILING HEADER.
       FIND-CONTACT-IN-FORCE.
           MOVE "ADDRESS UNKNOWN" TO ML-ADDRESS-LINE-1
           IF WS-CONTACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTACT-EOF
           MOVE ACCOUNT-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
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
                       IF CONTACT-CUSTOMER-ID
                           NOT = ACCOUNT-CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-CONTACT-EOF
                       ELSE
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO ML-ADDRESS-LINE-1
                           MOVE CONTACT-ADDRESS-LINE-2
                               TO ML-ADDRESS-LINE-2
                           MOVE CONTACT-CITY TO ML-CITY
                           MOVE CONTACT-POSTAL-CODE TO ML-POSTAL-CODE
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM CARD-REISSUE.
