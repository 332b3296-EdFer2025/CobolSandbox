       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSITIVE-MAINTENANCE.

      *    COMPLIANCE SCREEN FOR THE SENSITIVE-PARTY FLAGS
      *    (SENSITIVE-RECORD.cpy). AN ACCOUNT OR A CUSTOMER IS FLAGGED
      *    WITH A REASON; FROM THEN ON EVERY INQUIRY SCREEN THAT SHOWS
      *    IT WRITES AN ACCESS ROW THROUGH SENSITIVE-ACCESS-LOG.
      *    CLEARING A FLAG KEEPS THE ROW, MARKED INACTIVE AND SIGNED
      *    BY THE OPERATOR, AND FLAGGING THE SAME PARTY AGAIN REUSES
      *    IT. STAFF ACCOUNTS NEED NO FLAG HERE - THE TELLER MASTER'S
      *    TELLER-CUSTOMER-ID ALREADY MAKES THEM SENSITIVE. MENU SHAPE
      *    AS IN RESTRICTION-MAINTENANCE
      *    (148_restriction_maintenance.cob).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSITIVE-FILE
               ASSIGN TO "02_BANKING/sensitive_parties.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNS-KEY
               FILE STATUS IS WS-SENSITIVE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD SENSITIVE-FILE.
           COPY "SENSITIVE-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SENSITIVE-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPTION PIC 9.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-LIST-ALL PIC X.
       01 WS-KIND-TEXT PIC X(8).
       01 WS-STATE-TEXT PIC X(8).
       01 WS-NEW-KIND PIC X.
       01 WS-NEW-ID PIC 9(9).
       01 WS-NEW-REASON PIC X(2).
       01 WS-NEW-NOTE PIC X(30).
       01 WS-PARTY-FOUND PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "OPERATOR ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           PERFORM UNTIL WS-OPTION = 5
               DISPLAY " "
               DISPLAY "---SENSITIVE PARTY MAINTENANCE---"
               DISPLAY "    1. FLAG AN ACCOUNT"
               DISPLAY "    2. FLAG A CUSTOMER"
               DISPLAY "    3. CLEAR A FLAG"
               DISPLAY "    4. LIST FLAGS"
               DISPLAY "    5. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       MOVE "A" TO WS-NEW-KIND
                       PERFORM FLAG-PARTY
                   WHEN 2
                       MOVE "C" TO WS-NEW-KIND
                       PERFORM FLAG-PARTY
                   WHEN 3
                       PERFORM CLEAR-FLAG
                   WHEN 4
                       PERFORM LIST-FLAGS
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           DISPLAY "SENSITIVE PARTY MAINTENANCE ENDED"
           STOP RUN.

       FLAG-PARTY.
           IF WS-NEW-KIND = "A"
               DISPLAY "ACCOUNT NUMBER:                "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-ID
               PERFORM CHECK-ACCOUNT-EXISTS
           ELSE
               DISPLAY "CUSTOMER ID:                   "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-ID
               PERFORM CHECK-CUSTOMER-EXISTS
           END-IF
           IF WS-PARTY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON (PF=PUBLIC FIGURE, BM=BOARD MEMBER,"
           DISPLAY "  ST=STAFF, VP=PRIVATE BANKING, OT=OTHER): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-REASON
           IF WS-NEW-REASON NOT = "PF" AND NOT = "BM" AND NOT = "ST"
               AND NOT = "VP" AND NOT = "OT"
               DISPLAY "---INVALID SENSITIVE REASON---"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOTE:                          "
               WITH NO ADVANCING
           ACCEPT WS-NEW-NOTE
           IF WS-NEW-REASON = "OT" AND WS-NEW-NOTE = SPACES
               DISPLAY "---A NOTE IS REQUIRED FOR REASON OT---"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O SENSITIVE-FILE
           IF WS-SENSITIVE-STATUS = "35"
               OPEN OUTPUT SENSITIVE-FILE
               CLOSE SENSITIVE-FILE
               OPEN I-O SENSITIVE-FILE
           END-IF
           IF WS-SENSITIVE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE SENSITIVE PARTY FILE "
                   "- STATUS: " WS-SENSITIVE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-KIND TO SNS-KIND
           MOVE WS-NEW-ID TO SNS-ID
           READ SENSITIVE-FILE
               INVALID KEY
                   PERFORM BUILD-FLAG
                   WRITE SENSITIVE-RECORD
               NOT INVALID KEY
                   IF SNS-ACTIVE = "Y"
                       DISPLAY "ALREADY FLAGGED (REASON " SNS-REASON
                           ") - NOTHING CHANGED"
                       CLOSE SENSITIVE-FILE
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM BUILD-FLAG
                   REWRITE SENSITIVE-RECORD
           END-READ
           IF WS-SENSITIVE-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE FLAG - STATUS: "
                   WS-SENSITIVE-STATUS " ***"
           ELSE
               DISPLAY "FLAGGED - EVERY VIEW IS NOW LOGGED"
           END-IF
           CLOSE SENSITIVE-FILE
           .

      *    A RE-FLAGGED PARTY STARTS A FRESH FLAG - THE PREVIOUS
      *    CLEARING IS OVERWRITTEN, NOT STACKED.
       BUILD-FLAG.
           MOVE WS-NEW-KIND TO SNS-KIND
           MOVE WS-NEW-ID TO SNS-ID
           MOVE WS-NEW-REASON TO SNS-REASON
           MOVE WS-NEW-NOTE TO SNS-NOTE
           MOVE "Y" TO SNS-ACTIVE
           MOVE WS-OPERATOR-ID TO SNS-FLAGGED-BY
           MOVE WS-TODAY-DATE TO SNS-FLAGGED-DATE
           MOVE SPACES TO SNS-CLEARED-BY
           MOVE 0 TO SNS-CLEARED-DATE
           .

       CHECK-ACCOUNT-EXISTS.
           MOVE "N" TO WS-PARTY-FOUND
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - "
                   "STATUS: " WS-ACCOUNT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-ID TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO ACCOUNT WITH NUMBER "
                       WS-NEW-ID " - NOTHING FLAGGED"
               NOT INVALID KEY
                   MOVE "Y" TO WS-PARTY-FOUND
           END-READ
           CLOSE ACCOUNT-FILE
           .

       CHECK-CUSTOMER-EXISTS.
           MOVE "N" TO WS-PARTY-FOUND
           IF WS-NEW-ID > 99999
               DISPLAY "THERE IS NO CUSTOMER WITH ID " WS-NEW-ID
                   " - NOTHING FLAGGED"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CUSTOMER FILE - "
                   "STATUS: " WS-CUSTOMER-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO CUSTOMER WITH ID "
                       CUSTOMER-ID " - NOTHING FLAGGED"
               NOT INVALID KEY
                   MOVE "Y" TO WS-PARTY-FOUND
           END-READ
           CLOSE CUSTOMER-FILE
           .

       CLEAR-FLAG.
           OPEN I-O SENSITIVE-FILE
           IF WS-SENSITIVE-STATUS NOT = "00"
               DISPLAY "NO SENSITIVE PARTIES ARE ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "KIND (A=ACCOUNT, C=CUSTOMER):  "
               WITH NO ADVANCING
           ACCEPT SNS-KIND
           DISPLAY "ACCOUNT NUMBER OR CUSTOMER ID: "
               WITH NO ADVANCING
           ACCEPT SNS-ID
           READ SENSITIVE-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO SUCH FLAG"
               NOT INVALID KEY
                   IF SNS-ACTIVE NOT = "Y"
                       DISPLAY "FLAG WAS ALREADY CLEARED ON "
                           SNS-CLEARED-DATE
                   ELSE
                       MOVE "N" TO SNS-ACTIVE
                       MOVE WS-OPERATOR-ID TO SNS-CLEARED-BY
                       MOVE WS-TODAY-DATE TO SNS-CLEARED-DATE
                       REWRITE SENSITIVE-RECORD
                       IF WS-SENSITIVE-STATUS NOT = "00"
                           DISPLAY "*** I/O ERROR CLEARING THE "
                               "FLAG - STATUS: "
                               WS-SENSITIVE-STATUS " ***"
                       ELSE
                           DISPLAY "FLAG CLEARED - VIEWS ARE NO "
                               "LONGER LOGGED"
                       END-IF
                   END-IF
           END-READ
           CLOSE SENSITIVE-FILE
           .

       LIST-FLAGS.
           OPEN INPUT SENSITIVE-FILE
           IF WS-SENSITIVE-STATUS NOT = "00"
               DISPLAY "NO SENSITIVE PARTIES ARE ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INCLUDE CLEARED FLAGS (Y/N):   "
               WITH NO ADVANCING
           ACCEPT WS-LIST-ALL
           MOVE LOW-VALUES TO SNS-KEY
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-FILE-EOF
           START SENSITIVE-FILE KEY >= SNS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ SENSITIVE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF SNS-ACTIVE = "Y" OR WS-LIST-ALL = "Y"
                           PERFORM DISPLAY-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENSITIVE-FILE
           DISPLAY WS-LIST-COUNT " FLAGS SHOWN"
           .

       DISPLAY-FLAG.
           ADD 1 TO WS-LIST-COUNT
           IF SNS-KIND = "A"
               MOVE "ACCOUNT" TO WS-KIND-TEXT
           ELSE
               MOVE "CUSTOMER" TO WS-KIND-TEXT
           END-IF
           IF SNS-ACTIVE = "Y"
               MOVE "ACTIVE" TO WS-STATE-TEXT
           ELSE
               MOVE "CLEARED" TO WS-STATE-TEXT
           END-IF
           DISPLAY "   " WS-KIND-TEXT " " SNS-ID
               " REASON " SNS-REASON
               " " WS-STATE-TEXT
               " FLAGGED " SNS-FLAGGED-DATE
               " BY " FUNCTION TRIM(SNS-FLAGGED-BY)
           IF SNS-NOTE NOT = SPACES
               DISPLAY "      " FUNCTION TRIM(SNS-NOTE)
           END-IF
           IF SNS-ACTIVE NOT = "Y"
               DISPLAY "      CLEARED " SNS-CLEARED-DATE " BY "
                   FUNCTION TRIM(SNS-CLEARED-BY)
           END-IF
           .

       END PROGRAM SENSITIVE-MAINTENANCE.
