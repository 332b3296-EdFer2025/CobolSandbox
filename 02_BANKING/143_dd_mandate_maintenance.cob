       IDENTIFICATION DIVISION.
       PROGRAM-ID. DD-MANDATE-MAINTENANCE.

      *    TELLER SCREEN FOR THE DIRECT DEBIT MANDATE REGISTER:
      *    RECORDS A NEW AUTHORITY A CUSTOMER HAS GIVEN A CREDITOR
      *    TO COLLECT FROM ONE OF THEIR ACCOUNTS, CHANGES ITS
      *    MAXIMUM OR END DATE, REVOKES IT AT THE CUSTOMER'S
      *    REQUEST, STOPS A SINGLE COLLECTION THE CUSTOMER DOES NOT
      *    WANT PAID, AND LISTS AN ACCOUNT'S MANDATES. PRESENTED
      *    DEBITS ARE PAID OR RETURNED AGAINST THIS REGISTER BY THE
      *    NIGHTLY INBOUND-DIRECT-DEBIT STEP (02_BANKING/
      *    144_inbound_direct_debit.cob). MANDATES ARE REVOKED, NOT
      *    DELETED, SO A LATE COLLECTION GOES BACK AS REVOKED RATHER
      *    THAN AS UNKNOWN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT MANDATE-FILE
               ASSIGN TO "02_BANKING/dd_mandates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-KEY
               FILE STATUS IS WS-MANDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD MANDATE-FILE.
           COPY "DD-MANDATE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-MANDATE-STATUS PIC XX.
       01 WS-MANDATE-FILE-EOF PIC X VALUE "N".
       01 WS-OPTION PIC 9.
       01 WS-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LIST-ACCOUNT PIC 9(9).
       01 WS-NEW-DATE PIC 9(8).
       01 WS-NEW-AMOUNT PIC 9(7)V99.
       01 WS-MANDATE-FOUND PIC X.
       01 WS-CONFIRM PIC X.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O MANDATE-FILE
           IF WS-MANDATE-STATUS = "35"
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE MANDATE FILE - "
                   "STATUS: " WS-MANDATE-STATUS " ***"
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPTION = 6
               DISPLAY " "
               DISPLAY "DIRECT DEBIT MANDATES - SELECT AN OPTION:"
               DISPLAY "   1. ADD A MANDATE"
               DISPLAY "   2. CHANGE A MANDATE'S MAXIMUM/END DATE"
               DISPLAY "   3. REVOKE A MANDATE"
               DISPLAY "   4. STOP A SINGLE COLLECTION"
               DISPLAY "   5. LIST AN ACCOUNT'S MANDATES"
               DISPLAY "   6. TERMINATE"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ADD-MANDATE
                   WHEN 2
                       PERFORM CHANGE-MANDATE-LIMITS
                   WHEN 3
                       PERFORM REVOKE-MANDATE
                   WHEN 4
                       PERFORM STOP-SINGLE-COLLECTION
                   WHEN 5
                       PERFORM LIST-ACCOUNT-MANDATES
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE ACCOUNT-FILE
           CLOSE MANDATE-FILE
           STOP RUN.

      *    ONLY AN OPEN CHECKING OR SAVINGS ACCOUNT CAN BE DEBITED BY
      *    A THIRD PARTY. A REVOKED MANDATE UNDER THE SAME CREDITOR
      *    REFERENCE STAYS REVOKED - THE CREDITOR ISSUES A NEW
      *    REFERENCE FOR A NEW AUTHORITY.
       ADD-MANDATE.
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT DDM-ACCOUNT
           MOVE DDM-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " ACCOUNT-NUMBER " NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS NOT = "A"
               DISPLAY "ACCOUNT " ACCOUNT-NUMBER " IS NOT ACTIVE"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE NOT = "C" AND ACCOUNT-TYPE NOT = "S"
               DISPLAY "ACCOUNT " ACCOUNT-NUMBER " IS NOT A "
                   "CHECKING OR SAVINGS ACCOUNT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CREDITOR ID:                   "
               WITH NO ADVANCING
           ACCEPT DDM-CREDITOR-ID
           DISPLAY "MANDATE REFERENCE:             "
               WITH NO ADVANCING
           ACCEPT DDM-MANDATE-REF
           IF DDM-CREDITOR-ID = SPACES OR DDM-MANDATE-REF = SPACES
               DISPLAY "CREDITOR ID AND MANDATE REFERENCE ARE BOTH "
                   "REQUIRED"
               EXIT PARAGRAPH
           END-IF
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DDM-STATUS = "R"
                       DISPLAY "THAT MANDATE WAS REVOKED ON "
                           DDM-REVOKED-DATE " - THE CREDITOR MUST "
                           "ISSUE A NEW REFERENCE"
                   ELSE
                       DISPLAY "THAT MANDATE IS ALREADY ON FILE"
                   END-IF
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "CREDITOR NAME:                 "
               WITH NO ADVANCING
           ACCEPT DDM-CREDITOR-NAME
           DISPLAY "MAXIMUM PER COLLECTION:        "
               WITH NO ADVANCING
           ACCEPT DDM-MAX-AMOUNT
           IF DDM-MAX-AMOUNT = 0
               DISPLAY "A MANDATE NEEDS A MAXIMUM AMOUNT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FREQUENCY (W/M/Q/A/V):         "
               WITH NO ADVANCING
           ACCEPT DDM-FREQUENCY
           IF DDM-FREQUENCY NOT = "W" AND DDM-FREQUENCY NOT = "M"
               AND DDM-FREQUENCY NOT = "Q" AND DDM-FREQUENCY NOT = "A"
               AND DDM-FREQUENCY NOT = "V"
               DISPLAY "FREQUENCY MUST BE W, M, Q, A OR V"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "START DATE (YYYYMMDD, 0=TODAY): "
               WITH NO ADVANCING
           ACCEPT DDM-START-DATE
           IF DDM-START-DATE = 0
               MOVE WS-TODAY-DATE TO DDM-START-DATE
           END-IF
           DISPLAY "END DATE (YYYYMMDD, 0=NONE):   "
               WITH NO ADVANCING
           ACCEPT DDM-END-DATE
           IF DDM-END-DATE NOT = 0
               AND DDM-END-DATE < DDM-START-DATE
               DISPLAY "END DATE IS BEFORE THE START DATE"
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO DDM-STATUS
           MOVE WS-TODAY-DATE TO DDM-CREATED-DATE
           MOVE 0 TO DDM-REVOKED-DATE
           MOVE 0 TO DDM-STOP-DATE
           MOVE 0 TO DDM-LAST-COLLECTION-DATE
           MOVE 0 TO DDM-LAST-COLLECTION-AMOUNT
           MOVE 0 TO DDM-COLLECTION-COUNT
           WRITE DD-MANDATE-RECORD
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING MANDATE - STATUS: "
                   WS-MANDATE-STATUS " ***"
           ELSE
               MOVE DDM-MAX-AMOUNT TO WS-AMOUNT-DISPLAY
               DISPLAY "MANDATE " FUNCTION TRIM(DDM-MANDATE-REF)
                   " FOR " FUNCTION TRIM(DDM-CREDITOR-NAME)
                   " ADDED - MAXIMUM " WS-AMOUNT-DISPLAY
           END-IF
           .

      *    KEYS IN ACCOUNT, CREDITOR AND REFERENCE AND READS THE
      *    MANDATE; SETS WS-MANDATE-FOUND.
       FIND-MANDATE.
           MOVE "N" TO WS-MANDATE-FOUND
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT DDM-ACCOUNT
           DISPLAY "CREDITOR ID:                   "
               WITH NO ADVANCING
           ACCEPT DDM-CREDITOR-ID
           DISPLAY "MANDATE REFERENCE:             "
               WITH NO ADVANCING
           ACCEPT DDM-MANDATE-REF
           READ MANDATE-FILE
               INVALID KEY
                   DISPLAY "NO SUCH MANDATE ON THIS ACCOUNT"
                   EXIT PARAGRAPH
           END-READ
           IF DDM-STATUS = "R"
               DISPLAY "THAT MANDATE WAS REVOKED ON "
                   DDM-REVOKED-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-MANDATE-FOUND
           DISPLAY "CREDITOR: " DDM-CREDITOR-NAME
           .

       CHANGE-MANDATE-LIMITS.
           PERFORM FIND-MANDATE
           IF WS-MANDATE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE DDM-MAX-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "CURRENT MAXIMUM:               " WS-AMOUNT-DISPLAY
           DISPLAY "NEW MAXIMUM (0 = UNCHANGED):   "
               WITH NO ADVANCING
           ACCEPT WS-NEW-AMOUNT
           DISPLAY "CURRENT END DATE:              " DDM-END-DATE
           DISPLAY "NEW END DATE (0 = UNCHANGED):  "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DATE
           IF WS-NEW-DATE NOT = 0 AND WS-NEW-DATE < DDM-START-DATE
               DISPLAY "END DATE IS BEFORE THE START DATE - NOTHING "
                   "CHANGED"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-AMOUNT NOT = 0
               MOVE WS-NEW-AMOUNT TO DDM-MAX-AMOUNT
           END-IF
           IF WS-NEW-DATE NOT = 0
               MOVE WS-NEW-DATE TO DDM-END-DATE
           END-IF
           REWRITE DD-MANDATE-RECORD
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR REWRITING MANDATE - STATUS: "
                   WS-MANDATE-STATUS " ***"
           ELSE
               DISPLAY "MANDATE UPDATED"
           END-IF
           .

      *    A REVOCATION TAKES EFFECT AT ONCE - TONIGHT'S INBOUND
      *    FILE IS ALREADY CHECKED AGAINST IT.
       REVOKE-MANDATE.
           PERFORM FIND-MANDATE
           IF WS-MANDATE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REVOKE THIS MANDATE (Y/N)?     "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO DDM-STATUS
           MOVE WS-TODAY-DATE TO DDM-REVOKED-DATE
           MOVE 0 TO DDM-STOP-DATE
           REWRITE DD-MANDATE-RECORD
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR REWRITING MANDATE - STATUS: "
                   WS-MANDATE-STATUS " ***"
           ELSE
               DISPLAY "MANDATE REVOKED - FURTHER COLLECTIONS WILL "
                   "BE RETURNED"
           END-IF
           .

      *    THE CUSTOMER QUOTES THE COLLECTION DATE FROM THE
      *    CREDITOR'S ADVANCE NOTICE. ONE STOP IS HELD PER MANDATE;
      *    THE MANDATE ITSELF STAYS IN FORCE.
       STOP-SINGLE-COLLECTION.
           PERFORM FIND-MANDATE
           IF WS-MANDATE-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF DDM-STOP-DATE NOT = 0
               DISPLAY "A STOP IS ALREADY HELD FOR THE COLLECTION "
                   "DUE " DDM-STOP-DATE " - IT WILL BE REPLACED"
           END-IF
           DISPLAY "COLLECTION DATE TO STOP:       "
               WITH NO ADVANCING
           ACCEPT WS-NEW-DATE
           IF WS-NEW-DATE < WS-TODAY-DATE
               DISPLAY "THAT COLLECTION DATE HAS PASSED - NOTHING "
                   "CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-DATE TO DDM-STOP-DATE
           REWRITE DD-MANDATE-RECORD
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR REWRITING MANDATE - STATUS: "
                   WS-MANDATE-STATUS " ***"
           ELSE
               DISPLAY "COLLECTION DUE " DDM-STOP-DATE
                   " WILL BE RETURNED"
           END-IF
           .

       LIST-ACCOUNT-MANDATES.
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT WS-LIST-ACCOUNT
           DISPLAY "CREDITOR   MANDATE REF           MAXIMUM F ST "
               "START    END      STOP     LAST"
           MOVE 0 TO WS-ROW-COUNT
           MOVE WS-LIST-ACCOUNT TO DDM-ACCOUNT
           MOVE LOW-VALUES TO DDM-CREDITOR-ID
           MOVE LOW-VALUES TO DDM-MANDATE-REF
           START MANDATE-FILE KEY NOT < DDM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MANDATE-FILE-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-MANDATE-FILE-EOF
           END-START
           PERFORM UNTIL WS-MANDATE-FILE-EOF = "Y"
               READ MANDATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MANDATE-FILE-EOF
                   NOT AT END
                       IF DDM-ACCOUNT NOT = WS-LIST-ACCOUNT
                           MOVE "Y" TO WS-MANDATE-FILE-EOF
                       ELSE
                           MOVE DDM-MAX-AMOUNT TO WS-AMOUNT-DISPLAY
                           DISPLAY DDM-CREDITOR-ID " "
                               DDM-MANDATE-REF " "
                               WS-AMOUNT-DISPLAY " "
                               DDM-FREQUENCY " " DDM-STATUS "  "
                               DDM-START-DATE " " DDM-END-DATE " "
                               DDM-STOP-DATE " "
                               DDM-LAST-COLLECTION-DATE
                           ADD 1 TO WS-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-ROW-COUNT " MANDATE(S) LISTED"
           .

       END PROGRAM DD-MANDATE-MAINTENANCE.
