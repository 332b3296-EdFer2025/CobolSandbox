       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-DIRECT-DEBIT.

      *    NIGHTLY INBOUND DIRECT DEBIT FILE - COLLECTIONS UTILITIES,
      *    INSURERS AND OTHER CREDITORS ARE PULLING FROM OUR
      *    CUSTOMERS' ACCOUNTS THROUGH THEIR OWN BANKS. EACH ITEM
      *    MUST MATCH A MANDATE ON THE REGISTER (DD-MANDATE-
      *    RECORD.cpy) BY ACCOUNT, CREDITOR ID AND MANDATE REFERENCE;
      *    THE MANDATE MUST BE ACTIVE, IN FORCE ON THE COLLECTION
      *    DATE, NOT STOPPED FOR THAT COLLECTION, AND THE AMOUNT
      *    WITHIN ITS MAXIMUM; THE ACCOUNT MUST BE ACTIVE AND THE
      *    AMOUNT MUST FIT WITHIN BALANCE PLUS OVERDRAFT LIMIT LESS
      *    HOLDS (CALL "ACTIVE-HOLDS-TOTAL"). A PAID ITEM POSTS AS A
      *    TYPE "W" DEBIT CARRYING "DD:" AND THE CREDITOR ID AGAINST
      *    THE INWARD CLEARING CONTROL ACCOUNT, AND THE MANDATE
      *    RECORDS THE COLLECTION.
      *
      *    AN ITEM THAT CANNOT BE PAID GOES BACK TO THE SENDING BANK
      *    ON THE RETURN FILE (02_BANKING/dd_returns.dat) WITH A
      *    REASON CODE; A FUNDS BOUNCE ALSO RAISES AN NSF-EVENT FOR
      *    THE NIGHTLY FEE AND NOTICE. A STOPPED COLLECTION CLEARS
      *    THE STOP ONCE ITS ITEM HAS BEEN RETURNED.
      *
      *    RUNS AS AN END-OF-DAY STEP AHEAD OF DAILY-BALANCING -
      *    GOBACK RETURNS TO THAT DRIVER WITH RETURN-CODE 0 (OK) OR
      *    4 (FAILED).

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

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT MANDATE-FILE
               ASSIGN TO "02_BANKING/dd_mandates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-KEY
               FILE STATUS IS WS-MANDATE-STATUS.

           SELECT DEBIT-FILE
               ASSIGN TO "02_BANKING/inbound_direct_debits.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-STATUS.

           SELECT RETURN-FILE
               ASSIGN TO "02_BANKING/dd_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/inbound_direct_debit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD MANDATE-FILE.
           COPY "DD-MANDATE-RECORD.cpy".

      *    ONE FIXED-WIDTH LINE PER PRESENTED COLLECTION: OUR
      *    CUSTOMER'S ACCOUNT, THE CREDITOR ID AND MANDATE REFERENCE,
      *    THE AMOUNT, THE COLLECTION DATE, THE SENDING BANK'S
      *    ROUTING NUMBER AND ITS OWN ITEM TRACE NUMBER.
       FD DEBIT-FILE.
       01 DEBIT-LINE.
           05 ID-REC-TYPE PIC X(3).
           05 FILLER PIC X.
           05 ID-ACCOUNT PIC 9(9).
           05 FILLER PIC X.
           05 ID-CREDITOR-ID PIC X(10).
           05 FILLER PIC X.
           05 ID-MANDATE-REF PIC X(16).
           05 FILLER PIC X.
           05 ID-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 ID-COLLECTION-DATE PIC 9(8).
           05 FILLER PIC X.
           05 ID-SENDING-BANK PIC 9(9).
           05 FILLER PIC X.
           05 ID-ITEM-TRACE PIC X(15).

       FD RETURN-FILE.
           COPY "DD-RETURN-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-MANDATE-STATUS PIC XX.
       01 WS-DEBIT-STATUS PIC XX.
       01 WS-RETURN-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-DEBIT-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PAID-COUNT PIC 9(7) VALUE 0.
       01 WS-RETURNED-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.
       01 WS-NET-SETTLED PIC S9(11)V99 VALUE 0.
       01 WS-RETURN-REASON PIC X(2).
      *    A PAYER ACCOUNT UNDER A "NO DEBITS" RESTRICTION SENDS
      *    THE COLLECTION BACK AS "RS"
       01 WS-RESTRICT-DIRECTION PIC X VALUE "D".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).
       01 WS-ACTIVE-HOLDS-TOTAL PIC 9(7)V99.
       01 WS-NSF-INSTRUMENT PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           OPEN INPUT DEBIT-FILE
           IF WS-DEBIT-STATUS = "35"
               DISPLAY "INBOUND DIRECT DEBITS: NO INBOUND FILE ON "
                   "DISK - NOTHING TO COLLECT"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-DEBIT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE INBOUND DIRECT DEBIT "
                   "FILE - STATUS: " WS-DEBIT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE DEBIT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
      *    NO REGISTER YET MEANS NO MANDATES - EVERY ITEM GOES BACK
           OPEN I-O MANDATE-FILE
           IF WS-MANDATE-STATUS = "35"
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF
           OPEN EXTEND RETURN-FILE
           IF WS-RETURN-STATUS = "35"
               OPEN OUTPUT RETURN-FILE
           END-IF
           IF WS-MANDATE-STATUS NOT = "00"
               OR WS-RETURN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE MANDATE OR RETURN "
                   "FILE - STATUS: " WS-MANDATE-STATUS "/"
                   WS-RETURN-STATUS " ***"
               CLOSE DEBIT-FILE
               CLOSE ACCOUNT-FILE
               CLOSE MANDATE-FILE
               CLOSE RETURN-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "INBOUND DIRECT DEBITS - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL WS-DEBIT-FILE-EOF = "Y"
               READ DEBIT-FILE
                   AT END
                       MOVE "Y" TO WS-DEBIT-FILE-EOF
                   NOT AT END
                       IF ID-REC-TYPE = "DTL"
                           PERFORM COLLECT-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM SETTLE-CLEARING-ACCOUNT

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-PAID-COUNT " PAID, " WS-RETURNED-COUNT
               " RETURNED, NET SETTLED " WS-NET-SETTLED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE DEBIT-FILE
           CLOSE ACCOUNT-FILE
           CLOSE MANDATE-FILE
           CLOSE RETURN-FILE
           CLOSE REPORT-FILE
           DISPLAY "INBOUND DIRECT DEBITS COMPLETE - " WS-PAID-COUNT
               " PAID, " WS-RETURNED-COUNT " RETURNED"
           IF WS-ERROR-COUNT > 0
               DISPLAY "*** " WS-ERROR-COUNT " ITEMS FAILED TO POST "
                   "***"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    THE MANDATE TESTS COME FIRST, IN THE ORDER THE SENDING
      *    BANK EXPECTS THE REASONS: NO MANDATE, REVOKED, NOT IN
      *    FORCE, STOPPED, OVER THE MAXIMUM - THEN THE ACCOUNT AND
      *    THE FUNDS.
       COLLECT-ONE-ITEM.
           MOVE SPACES TO WS-RETURN-REASON
           MOVE ID-ACCOUNT TO DDM-ACCOUNT
           MOVE ID-CREDITOR-ID TO DDM-CREDITOR-ID
           MOVE ID-MANDATE-REF TO DDM-MANDATE-REF
           READ MANDATE-FILE
               INVALID KEY
                   MOVE "NM" TO WS-RETURN-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DDM-STATUS = "R"
                           MOVE "RV" TO WS-RETURN-REASON
                       WHEN ID-COLLECTION-DATE < DDM-START-DATE
                           MOVE "EX" TO WS-RETURN-REASON
                       WHEN DDM-END-DATE NOT = 0
                           AND ID-COLLECTION-DATE > DDM-END-DATE
                           MOVE "EX" TO WS-RETURN-REASON
                       WHEN DDM-STOP-DATE NOT = 0
                           AND ID-COLLECTION-DATE = DDM-STOP-DATE
                           MOVE "SC" TO WS-RETURN-REASON
                       WHEN ID-AMOUNT > DDM-MAX-AMOUNT
                           MOVE "OM" TO WS-RETURN-REASON
                   END-EVALUATE
           END-READ

           IF WS-RETURN-REASON = SPACES
               MOVE ID-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "AC" TO WS-RETURN-REASON
                   NOT INVALID KEY
                       IF ACCOUNT-STATUS NOT = "A"
                           MOVE "AC" TO WS-RETURN-REASON
                       END-IF
               END-READ
           END-IF

           IF WS-RETURN-REASON = SPACES
               CALL "ACCOUNT-RESTRICTION-CHECK" USING ID-ACCOUNT
                   WS-TODAY-DATE WS-RESTRICT-DIRECTION
                   WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
                   WS-RESTRICT-TYPE WS-RESTRICT-REASON
               IF WS-ACCOUNT-RESTRICTED = "Y"
                   MOVE "RS" TO WS-RETURN-REASON
               END-IF
           END-IF

           IF WS-RETURN-REASON = SPACES
               CALL "ACTIVE-HOLDS-TOTAL" USING ID-ACCOUNT
                   WS-TODAY-DATE WS-ACTIVE-HOLDS-TOTAL
               IF ID-AMOUNT > ACCOUNT-BALANCE + ACCOUNT-OVERDRAFT-LIMIT
                   - WS-ACTIVE-HOLDS-TOTAL
                   MOVE "NF" TO WS-RETURN-REASON
                   MOVE SPACES TO WS-NSF-INSTRUMENT
                   STRING "DD:" ID-CREDITOR-ID
                       DELIMITED BY SIZE INTO WS-NSF-INSTRUMENT
                   CALL "NSF-EVENT" USING ID-ACCOUNT
                       WS-NSF-INSTRUMENT ID-AMOUNT
               END-IF
           END-IF

           IF WS-RETURN-REASON NOT = SPACES
               PERFORM WRITE-RETURN-ITEM
               IF WS-RETURN-REASON = "SC"
                   PERFORM CLEAR-COLLECTION-STOP
               END-IF
               EXIT PARAGRAPH
           END-IF

           SUBTRACT ID-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE ACCOUNT " ID-ACCOUNT
                   " - STATUS: " WS-ACCOUNT-STATUS " - COLLECTION "
                   ID-ITEM-TRACE " NOT PAID ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DEBIT-POSTING
           MOVE ID-COLLECTION-DATE TO DDM-LAST-COLLECTION-DATE
           MOVE ID-AMOUNT TO DDM-LAST-COLLECTION-AMOUNT
           ADD 1 TO DDM-COLLECTION-COUNT
           REWRITE DD-MANDATE-RECORD
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO RECORD COLLECTION ON MANDATE "
                   ID-MANDATE-REF " - STATUS: " WS-MANDATE-STATUS
                   " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           ADD ID-AMOUNT TO WS-NET-SETTLED
           ADD 1 TO WS-PAID-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " ID-ACCOUNT " " ID-CREDITOR-ID " "
               ID-MANDATE-REF " " ID-AMOUNT " PAID   "
               ID-SENDING-BANK
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       CLEAR-COLLECTION-STOP.
           MOVE 0 TO DDM-STOP-DATE
           REWRITE DD-MANDATE-RECORD
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO CLEAR STOP ON MANDATE "
                   ID-MANDATE-REF " - STATUS: " WS-MANDATE-STATUS
                   " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           .

       WRITE-RETURN-ITEM.
           MOVE "RTN" TO DR-REC-TYPE
           MOVE ID-SENDING-BANK TO DR-SENDING-BANK
           MOVE ID-ITEM-TRACE TO DR-ITEM-TRACE
           MOVE ID-ACCOUNT TO DR-ACCOUNT
           MOVE ID-CREDITOR-ID TO DR-CREDITOR-ID
           MOVE ID-MANDATE-REF TO DR-MANDATE-REF
           MOVE ID-AMOUNT TO DR-AMOUNT
           MOVE ID-COLLECTION-DATE TO DR-COLLECTION-DATE
           MOVE WS-RETURN-REASON TO DR-REASON
           MOVE WS-TODAY-DATE TO DR-RETURN-DATE
           WRITE DD-RETURN-LINE
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "*** FAILED TO WRITE RETURN FOR COLLECTION "
                   ID-ITEM-TRACE " - STATUS: " WS-RETURN-STATUS
                   " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           ADD 1 TO WS-RETURNED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " ID-ACCOUNT " " ID-CREDITOR-ID " "
               ID-MANDATE-REF " " ID-AMOUNT " RETURN " WS-RETURN-REASON
               " " ID-SENDING-BANK
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-DEBIT-POSTING.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE ID-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-CLEARING-ACCOUNT TO TO-ACCOUNT
           MOVE ID-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "W" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "DD:" ID-CREDITOR-ID "/" ID-MANDATE-REF
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING DIRECT DEBIT POSTING - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
           END-IF
           CLOSE TRANSACTION-FILE
           .

      *    THE NIGHT'S PAID COLLECTIONS ARE OWED TO THE SENDING
      *    BANKS THROUGH THE SAME INTERBANK CLEARING ACCOUNT AS
      *    INWARD CHECKS - ONE KEYED UPDATE AT THE END OF THE SCAN.
       SETTLE-CLEARING-ACCOUNT.
           IF WS-NET-SETTLED = 0
               EXIT PARAGRAPH
           END-IF
           MOVE GL-CLEARING-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** INWARD CLEARING CONTROL ACCOUNT IS "
                       "MISSING - RUN CONTROL-ACCOUNT-SETUP ***"
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD WS-NET-SETTLED TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           .

       END PROGRAM INBOUND-DIRECT-DEBIT.
