       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTRO-RECON.

      *    NIGHTLY RECONCILIATION OF OUR ACCOUNT AT THE CORRESPONDENT
      *    BANK (THE NOSTRO). SETTLEMENT-RECON PROVES THE SETTLEMENT
      *    CONTROL ACCOUNT AGAINST OUR OWN QUEUE; THIS PROVES WHAT
      *    ACTUALLY MOVED AT THE CORRESPONDENT.
      *
      *    FIRST, EVERYTHING OUR BOOKS SENT OR RECEIVED SINCE THE
      *    LAST RUN IS BOOKED AS A "B" ITEM (NOSTRO-ITEM-RECORD.cpy):
      *    URGENT WIRES OFF THE WIRE DISPATCH LOG, PAYMENTS OUTBOUND-
      *    SETTLEMENT DISPATCHED (OUT-REF), PAYMENTS THE RECEIVING
      *    BANK RETURNED, AND INBOUND-SETTLEMENT CREDITS ("BNK:/REF:"
      *    POSTINGS FROM THE SETTLEMENT CONTROL ACCOUNT). AN URGENT
      *    WIRE ALSO SITS ON THE OUTBOUND QUEUE - IT IS BOOKED ONCE,
      *    AS A WIRE. THEN THE CORRESPONDENT'S DAILY STATEMENT
      *    (02_BANKING/correspondent_statement.dat) IS LOADED AS "S"
      *    ITEMS. A NEW ITEM ON EITHER SIDE PAIRS WITH AN OPEN ITEM
      *    ON THE OTHER SIDE OF THE SAME ENTRY TYPE, REFERENCE,
      *    DIRECTION AND AMOUNT; ANYTHING UNPAIRED CARRIES FORWARD
      *    ON 02_BANKING/nostro_open_items.dat AND AGES.
      *
      *    THE REPORT (02_BANKING/nostro_recon_report.txt) LISTS THE
      *    OPEN ITEMS WITH THEIR AGE, THEN SETS THE CORRESPONDENT'S
      *    BALANCE AGAINST OUR BOOK BALANCE (NOSTRO-POSITION-
      *    RECORD.cpy): THE DIFFERENCE MUST BE EXACTLY THE STATEMENT
      *    ITEMS NOT YET ON OUR BOOKS LESS OUR ITEMS NOT YET ON THE
      *    STATEMENT. ANY REMAINDER IS AN UNEXPLAINED BREAK.
      *
      *    RUNS AS AN END-OF-DAY STEP - GOBACK RETURNS TO THAT DRIVER
      *    WITH RETURN-CODE 0 (DIFFERENCE FULLY EXPLAINED) OR 4
      *    (UNEXPLAINED BREAK, OR A FILE COULD NOT BE UPDATED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-FILE
               ASSIGN TO "02_BANKING/nostro_position.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NP-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT ITEM-FILE
               ASSIGN TO "02_BANKING/nostro_open_items.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOI-ID
               ALTERNATE RECORD KEY IS NOI-MATCH-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-ITEM-STATUS.

           SELECT OUTBOUND-FILE
               ASSIGN TO "02_BANKING/outbound_queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-REF
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT WIRE-LOG-FILE
               ASSIGN TO "02_BANKING/wire_dispatch_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIRE-LOG-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT STATEMENT-FILE
               ASSIGN TO "02_BANKING/correspondent_statement.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/nostro_recon_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSITION-FILE.
           COPY "NOSTRO-POSITION-RECORD.cpy".

       FD ITEM-FILE.
           COPY "NOSTRO-ITEM-RECORD.cpy".

       FD OUTBOUND-FILE.
           COPY "OUTBOUND-RECORD.cpy".

      *    SAME LAYOUT BANKING WRITES IN DISPATCH-URGENT-WIRE
       FD WIRE-LOG-FILE.
       01 WIRE-LOG-RECORD.
           05 WLG-DATE PIC 9(8).
           05 WLG-TIME PIC 9(6).
           05 WLG-REF PIC 9(10).
           05 WLG-AMOUNT PIC 9(7)V99.
           05 WLG-DEST-BANK PIC X(6).
           05 WLG-DEST-ACCOUNT PIC X(10).
           05 WLG-TELLER PIC X(10).
           05 WLG-CALLBACK-TELLER PIC X(10).

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

      *    ONE FIXED-WIDTH LINE PER RECORD. "HDR" CARRIES THE
      *    CORRESPONDENT'S BANK CODE, THE STATEMENT DATE AND THE
      *    OPENING BALANCE; EACH "DTL" ONE ENTRY - ITS TYPE (O/W/R/I,
      *    ANYTHING ELSE IS THE CORRESPONDENT'S OWN), DEBIT OR
      *    CREDIT, AMOUNT, THE REFERENCE THE PAYMENT TRAVELLED UNDER,
      *    VALUE DATE AND NARRATIVE; "TRL" THE ENTRY COUNT AND THE
      *    CLOSING BALANCE.
       FD STATEMENT-FILE.
       01 STATEMENT-LINE.
           05 CS-REC-TYPE PIC X(3).
           05 FILLER PIC X.
           05 CS-REC-BODY PIC X(76).
       01 STATEMENT-HEADER REDEFINES STATEMENT-LINE.
           05 FILLER PIC X(4).
           05 CSH-CORRESPONDENT PIC X(6).
           05 FILLER PIC X.
           05 CSH-STATEMENT-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CSH-OPENING-DC PIC X.
           05 FILLER PIC X.
           05 CSH-OPENING-BALANCE PIC 9(11)V99.
           05 FILLER PIC X(45).
       01 STATEMENT-DETAIL REDEFINES STATEMENT-LINE.
           05 FILLER PIC X(4).
           05 CSD-ENTRY-TYPE PIC X.
           05 FILLER PIC X.
           05 CSD-DC PIC X.
           05 FILLER PIC X.
           05 CSD-AMOUNT PIC 9(9)V99.
           05 FILLER PIC X.
           05 CSD-REFERENCE PIC X(16).
           05 FILLER PIC X.
           05 CSD-VALUE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 CSD-NARRATIVE PIC X(20).
           05 FILLER PIC X(14).
       01 STATEMENT-TRAILER REDEFINES STATEMENT-LINE.
           05 FILLER PIC X(4).
           05 CST-ENTRY-COUNT PIC 9(7).
           05 FILLER PIC X.
           05 CST-CLOSING-DC PIC X.
           05 FILLER PIC X.
           05 CST-CLOSING-BALANCE PIC 9(11)V99.
           05 FILLER PIC X(53).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
           COPY "GL-CONTROL-ACCOUNTS.cpy".
       01 WS-POSITION-STATUS PIC XX.
       01 WS-ITEM-STATUS PIC XX.
       01 WS-OUTBOUND-STATUS PIC XX.
       01 WS-WIRE-LOG-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-STATEMENT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-FILE-EOF PIC X VALUE "N".
       01 WS-ITEM-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-ERROR-COUNT PIC 9(5) VALUE 0.
      *THE ITEM BEING BOOKED, HELD OUT OF THE RECORD AREA WHILE THE
      *OTHER SIDE IS SEARCHED FOR ITS PARTNER
       01 WS-NEW-ITEM.
           05 WS-NEW-SIDE PIC X.
           05 WS-NEW-TYPE PIC X.
           05 WS-NEW-REFERENCE PIC X(16).
           05 WS-NEW-DC PIC X.
           05 WS-NEW-AMOUNT PIC 9(9)V99.
           05 WS-NEW-DATE PIC 9(8).
           05 WS-NEW-NARRATIVE PIC X(20).
       01 WS-NEW-ID PIC 9(7).
       01 WS-PARTNER-ID PIC 9(7).
       01 WS-SEARCH-KEY PIC X(18).
       01 WS-ALREADY-BOOKED PIC X.
       01 WS-BOOKED-COUNT PIC 9(5) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(5) VALUE 0.
      *STATEMENT LOAD
       01 WS-STATEMENT-LOADED PIC X VALUE "N".
       01 WS-SKIP-STATEMENT PIC X VALUE "N".
       01 WS-STATEMENT-DATE PIC 9(8) VALUE 0.
       01 WS-STATEMENT-ENTRIES PIC 9(7) VALUE 0.
       01 WS-OPENING-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-RUNNING-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-CLOSING-BALANCE PIC S9(11)V99 VALUE 0.
      *OPEN ITEMS AND AGING
       01 WS-AGE-DAYS PIC S9(5).
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-BOOK-OPEN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-STMT-OPEN-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-AGE-BUCKETS.
           05 WS-AGE-BUCKET OCCURS 4 TIMES.
               10 WS-BUCKET-COUNT PIC 9(5).
               10 WS-BUCKET-TOTAL PIC 9(11)V99.
       01 WS-BUCKET-LABELS.
           05 FILLER PIC X(12) VALUE "0-2 DAYS    ".
           05 FILLER PIC X(12) VALUE "3-7 DAYS    ".
           05 FILLER PIC X(12) VALUE "8-30 DAYS   ".
           05 FILLER PIC X(12) VALUE "OVER 30 DAYS".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL PIC X(12) OCCURS 4 TIMES.
       01 WS-BUCKET PIC 9.
       01 WS-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-EXPLAINED PIC S9(11)V99 VALUE 0.
       01 WS-UNEXPLAINED PIC S9(11)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-ITEM-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-DISPLAY PIC ZZ,ZZ9.
       01 WS-AGE-DISPLAY PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           OPEN I-O POSITION-FILE
           IF WS-POSITION-STATUS = "35"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF
           OPEN I-O ITEM-FILE
           IF WS-ITEM-STATUS = "35"
               OPEN OUTPUT ITEM-FILE
               CLOSE ITEM-FILE
               OPEN I-O ITEM-FILE
           END-IF
           IF WS-POSITION-STATUS NOT = "00"
               OR WS-ITEM-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE NOSTRO POSITION OR "
                   "OPEN ITEM FILE - STATUS: " WS-POSITION-STATUS
                   "/" WS-ITEM-STATUS " ***"
               CLOSE POSITION-FILE
               CLOSE ITEM-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

      *    THE VERY FIRST RUN BOOKS FROM TODAY ONWARD - EARLIER
      *    TRAFFIC SETTLED BEFORE THE RECONCILIATION EXISTED.
           MOVE 1 TO NP-KEY
           READ POSITION-FILE
               INVALID KEY
                   INITIALIZE NOSTRO-POSITION-RECORD
                   MOVE 1 TO NP-KEY
                   COMPUTE NP-LAST-BOOK-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1)
                   MOVE "N" TO NP-SEEDED
                   MOVE 1 TO NP-NEXT-ITEM-ID
                   WRITE NOSTRO-POSITION-RECORD
           END-READ
           MOVE NP-LAST-BOOK-DATE TO WS-FROM-DATE

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "NOSTRO RECONCILIATION - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-TODAY-DATE > WS-FROM-DATE
               PERFORM BOOK-WIRE-DISPATCHES
               PERFORM BOOK-OUTBOUND-PAYMENTS
               PERFORM BOOK-INBOUND-CREDITS
               MOVE WS-TODAY-DATE TO NP-LAST-BOOK-DATE
           END-IF
           MOVE WS-BOOKED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "MOVEMENTS BOOKED SINCE " WS-FROM-DATE ":  "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LOAD-CORRESPONDENT-STATEMENT
           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "ITEMS MATCHED TONIGHT:             "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM REPORT-OPEN-ITEMS
           PERFORM REPORT-POSITION

           REWRITE NOSTRO-POSITION-RECORD
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE THE NOSTRO POSITION - "
                   "STATUS: " WS-POSITION-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           CLOSE POSITION-FILE
           CLOSE ITEM-FILE
           CLOSE REPORT-FILE
           DISPLAY "NOSTRO RECON COMPLETE - " WS-BOOKED-COUNT
               " BOOKED, " WS-MATCHED-COUNT " MATCHED, "
               WS-OPEN-COUNT " OPEN"
           IF WS-UNEXPLAINED NOT = 0 OR WS-ERROR-COUNT > 0
               DISPLAY "*** NOSTRO DOES NOT RECONCILE - SEE "
                   "02_BANKING/nostro_recon_report.txt ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    URGENT WIRES LEAVE INTRADAY ON THEIR OWN SETTLEMENT FILE
      *    AND ARE LOGGED WITH THEIR LEDGER REF.
       BOOK-WIRE-DISPATCHES.
           OPEN INPUT WIRE-LOG-FILE
           IF WS-WIRE-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ WIRE-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF WLG-DATE > WS-FROM-DATE
                           AND WLG-DATE <= WS-TODAY-DATE
                           MOVE "B" TO WS-NEW-SIDE
                           MOVE "W" TO WS-NEW-TYPE
                           MOVE WLG-REF TO WS-NEW-REFERENCE
                           MOVE "D" TO WS-NEW-DC
                           MOVE WLG-AMOUNT TO WS-NEW-AMOUNT
                           MOVE WLG-DATE TO WS-NEW-DATE
                           MOVE SPACES TO WS-NEW-NARRATIVE
                           STRING "WIRE TO " WLG-DEST-BANK
                               DELIMITED BY SIZE
                               INTO WS-NEW-NARRATIVE
                           PERFORM ADD-NOSTRO-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WIRE-LOG-FILE
           .

      *    A DISPATCHED ROW IS MONEY OUT ON THE DAY IT WENT ON THE
      *    SETTLEMENT FILE; A RETURNED ROW IS THE SAME MONEY COMING
      *    BACK ON ITS RETURN DATE. A ROW ALREADY BOOKED AS AN URGENT
      *    WIRE IS NOT BOOKED AGAIN.
       BOOK-OUTBOUND-PAYMENTS.
           OPEN INPUT OUTBOUND-FILE
           IF WS-OUTBOUND-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ OUTBOUND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       PERFORM BOOK-ONE-OUTBOUND-ROW
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-FILE
           .

       BOOK-ONE-OUTBOUND-ROW.
           IF OUT-STATUS = "D" OR OUT-STATUS = "R"
               IF OUT-DISPATCH-DATE > WS-FROM-DATE
                   AND OUT-DISPATCH-DATE <= WS-TODAY-DATE
                   MOVE SPACES TO WS-SEARCH-KEY
                   MOVE "BW" TO WS-SEARCH-KEY(1:2)
                   MOVE OUT-REF TO WS-SEARCH-KEY(3:16)
                   PERFORM CHECK-ALREADY-BOOKED
                   IF WS-ALREADY-BOOKED = "N"
                       MOVE "B" TO WS-NEW-SIDE
                       MOVE "O" TO WS-NEW-TYPE
                       MOVE OUT-REF TO WS-NEW-REFERENCE
                       MOVE "D" TO WS-NEW-DC
                       MOVE OUT-AMOUNT TO WS-NEW-AMOUNT
                       MOVE OUT-DISPATCH-DATE TO WS-NEW-DATE
                       MOVE SPACES TO WS-NEW-NARRATIVE
                       STRING "PAYMENT TO " OUT-DEST-BANK
                           DELIMITED BY SIZE INTO WS-NEW-NARRATIVE
                       PERFORM ADD-NOSTRO-ITEM
                   END-IF
               END-IF
           END-IF
           IF OUT-STATUS = "R"
               IF OUT-RETURN-DATE > WS-FROM-DATE
                   AND OUT-RETURN-DATE <= WS-TODAY-DATE
                   MOVE "B" TO WS-NEW-SIDE
                   MOVE "R" TO WS-NEW-TYPE
                   MOVE OUT-REF TO WS-NEW-REFERENCE
                   MOVE "C" TO WS-NEW-DC
                   MOVE OUT-AMOUNT TO WS-NEW-AMOUNT
                   MOVE OUT-RETURN-DATE TO WS-NEW-DATE
                   MOVE SPACES TO WS-NEW-NARRATIVE
                   STRING "RETURNED " OUT-RETURN-REASON
                       DELIMITED BY SIZE INTO WS-NEW-NARRATIVE
                   PERFORM ADD-NOSTRO-ITEM
               END-IF
           END-IF
           .

      *    INBOUND-SETTLEMENT CREDITS EACH DETAIL OUT OF THE
      *    SETTLEMENT CONTROL ACCOUNT AS A TYPE "B" POSTING WITH
      *    "BNK:XXXXXX/REF:NNNNNNNNNNNN" IN THE MEMO - STRAIGHT TO
      *    THE CUSTOMER OR TO SUSPENSE, THE MONEY ARRIVED EITHER WAY.
       BOOK-INBOUND-CREDITS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF TRANSACTION-TYPE = "B"
                           AND FROM-ACCOUNT = GL-SETTLEMENT-ACCOUNT
                           AND TRANSACTION-MEMO(1:4) = "BNK:"
                           AND TRANSACTION-MEMO(11:5) = "/REF:"
                           AND TRANSACTION-DATE > WS-FROM-DATE
                           AND TRANSACTION-DATE <= WS-TODAY-DATE
                           MOVE "B" TO WS-NEW-SIDE
                           MOVE "I" TO WS-NEW-TYPE
                           MOVE TRANSACTION-MEMO(16:12)
                               TO WS-NEW-REFERENCE
                           MOVE "C" TO WS-NEW-DC
                           MOVE TRANSACTION-AMOUNT TO WS-NEW-AMOUNT
                           MOVE TRANSACTION-DATE TO WS-NEW-DATE
                           MOVE SPACES TO WS-NEW-NARRATIVE
                           STRING "CREDIT FROM "
                               TRANSACTION-MEMO(5:6)
                               DELIMITED BY SIZE
                               INTO WS-NEW-NARRATIVE
                           PERFORM ADD-NOSTRO-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           .

      *    SETS WS-ALREADY-BOOKED FOR THE MATCH KEY IN WS-SEARCH-KEY,
      *    WHATEVER THE ROW'S STATUS.
       CHECK-ALREADY-BOOKED.
           MOVE "N" TO WS-ALREADY-BOOKED
           MOVE WS-SEARCH-KEY TO NOI-MATCH-KEY
           START ITEM-FILE KEY = NOI-MATCH-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ALREADY-BOOKED
           END-START
           .

      *    BOOKS WS-NEW-ITEM. A "B" ITEM MOVES THE BOOK BALANCE.
      *    THE OTHER SIDE IS SEARCHED FOR AN OPEN PARTNER OF THE SAME
      *    TYPE AND REFERENCE, SAME DIRECTION AND SAME AMOUNT; IF ONE
      *    IS FOUND BOTH ROWS ARE MARKED MATCHED AGAINST EACH OTHER.
       ADD-NOSTRO-ITEM.
           IF WS-NEW-SIDE = "B"
               IF WS-NEW-DC = "C"
                   ADD WS-NEW-AMOUNT TO NP-BOOK-BALANCE
               ELSE
                   SUBTRACT WS-NEW-AMOUNT FROM NP-BOOK-BALANCE
               END-IF
               ADD 1 TO WS-BOOKED-COUNT
           END-IF

           MOVE 0 TO WS-PARTNER-ID
           MOVE SPACES TO WS-SEARCH-KEY
           IF WS-NEW-SIDE = "B"
               MOVE "S" TO WS-SEARCH-KEY(1:1)
           ELSE
               MOVE "B" TO WS-SEARCH-KEY(1:1)
           END-IF
           MOVE WS-NEW-TYPE TO WS-SEARCH-KEY(2:1)
           MOVE WS-NEW-REFERENCE TO WS-SEARCH-KEY(3:16)
           IF WS-NEW-TYPE NOT = "X"
               MOVE WS-SEARCH-KEY TO NOI-MATCH-KEY
               MOVE "N" TO WS-ITEM-FILE-EOF
               START ITEM-FILE KEY = NOI-MATCH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-ITEM-FILE-EOF
               END-START
               PERFORM UNTIL WS-ITEM-FILE-EOF = "Y"
                   READ ITEM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ITEM-FILE-EOF
                       NOT AT END
                           IF NOI-MATCH-KEY NOT = WS-SEARCH-KEY
                               MOVE "Y" TO WS-ITEM-FILE-EOF
                           ELSE
                               IF NOI-STATUS = "O"
                                   AND NOI-DC = WS-NEW-DC
                                   AND NOI-AMOUNT = WS-NEW-AMOUNT
                                   MOVE NOI-ID TO WS-PARTNER-ID
                                   MOVE "Y" TO WS-ITEM-FILE-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE NP-NEXT-ITEM-ID TO WS-NEW-ID
           ADD 1 TO NP-NEXT-ITEM-ID
           MOVE WS-NEW-ID TO NOI-ID
           MOVE WS-NEW-SIDE TO NOI-SIDE
           MOVE WS-NEW-TYPE TO NOI-ENTRY-TYPE
           MOVE WS-NEW-REFERENCE TO NOI-REFERENCE
           MOVE WS-NEW-DC TO NOI-DC
           MOVE WS-NEW-AMOUNT TO NOI-AMOUNT
           MOVE WS-NEW-DATE TO NOI-ITEM-DATE
           MOVE WS-NEW-NARRATIVE TO NOI-NARRATIVE
           IF WS-PARTNER-ID = 0
               MOVE "O" TO NOI-STATUS
               MOVE 0 TO NOI-MATCHED-DATE
           ELSE
               MOVE "M" TO NOI-STATUS
               MOVE WS-TODAY-DATE TO NOI-MATCHED-DATE
           END-IF
           MOVE WS-PARTNER-ID TO NOI-MATCHED-ID
           WRITE NOSTRO-ITEM-RECORD
           IF WS-ITEM-STATUS NOT = "00"
               DISPLAY "*** FAILED TO WRITE NOSTRO ITEM " WS-NEW-ID
                   " - STATUS: " WS-ITEM-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-PARTNER-ID = 0
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PARTNER-ID TO NOI-ID
           READ ITEM-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   MOVE "M" TO NOI-STATUS
                   MOVE WS-TODAY-DATE TO NOI-MATCHED-DATE
                   MOVE WS-NEW-ID TO NOI-MATCHED-ID
                   REWRITE NOSTRO-ITEM-RECORD
                   IF WS-ITEM-STATUS NOT = "00"
                       DISPLAY "*** FAILED TO MARK NOSTRO ITEM "
                           WS-PARTNER-ID " MATCHED - STATUS: "
                           WS-ITEM-STATUS " ***"
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
           END-READ
           ADD 1 TO WS-MATCHED-COUNT
           .

      *    A STATEMENT DATED NO LATER THAN THE LAST ONE LOADED HAS
      *    ALREADY BEEN TAKEN IN AND IS LEFT ALONE. THE FIRST
      *    STATEMENT EVER LOADED SETS THE STARTING BOOK BALANCE
      *    FROM ITS OPENING BALANCE.
       LOAD-CORRESPONDENT-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               MOVE "NO CORRESPONDENT STATEMENT ON DISK TONIGHT"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ STATEMENT-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF WS-SKIP-STATEMENT = "N"
                           EVALUATE CS-REC-TYPE
                               WHEN "HDR"
                                   PERFORM TAKE-STATEMENT-HEADER
                               WHEN "DTL"
                                   PERFORM TAKE-STATEMENT-ENTRY
                               WHEN "TRL"
                                   PERFORM TAKE-STATEMENT-TRAILER
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE
           .

       TAKE-STATEMENT-HEADER.
           IF CSH-STATEMENT-DATE <= NP-STATEMENT-DATE
               MOVE "Y" TO WS-SKIP-STATEMENT
               MOVE SPACES TO REPORT-LINE
               STRING "STATEMENT DATED " CSH-STATEMENT-DATE
                   " ALREADY LOADED - NOT TAKEN AGAIN"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-STATEMENT-LOADED
           MOVE CSH-STATEMENT-DATE TO WS-STATEMENT-DATE
           MOVE CSH-CORRESPONDENT TO NP-CORRESPONDENT
           IF CSH-OPENING-DC = "D"
               COMPUTE WS-OPENING-BALANCE = 0 - CSH-OPENING-BALANCE
           ELSE
               MOVE CSH-OPENING-BALANCE TO WS-OPENING-BALANCE
           END-IF
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           IF NP-SEEDED = "N"
               ADD WS-OPENING-BALANCE TO NP-BOOK-BALANCE
               MOVE "Y" TO NP-SEEDED
           ELSE
               IF WS-OPENING-BALANCE NOT = NP-STATEMENT-BALANCE
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** OPENING BALANCE DOES NOT CARRY ON "
                       "FROM THE STATEMENT OF " NP-STATEMENT-DATE
                       " - A STATEMENT IS MISSING ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "STATEMENT FROM CORRESPONDENT " CSH-CORRESPONDENT
               " DATED " CSH-STATEMENT-DATE " LOADED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       TAKE-STATEMENT-ENTRY.
           IF WS-STATEMENT-LOADED = "N"
               DISPLAY "*** STATEMENT ENTRY BEFORE HEADER - "
                   "SKIPPED ***"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STATEMENT-ENTRIES
           MOVE "S" TO WS-NEW-SIDE
           EVALUATE CSD-ENTRY-TYPE
               WHEN "O"
               WHEN "W"
               WHEN "R"
               WHEN "I"
                   MOVE CSD-ENTRY-TYPE TO WS-NEW-TYPE
               WHEN OTHER
                   MOVE "X" TO WS-NEW-TYPE
           END-EVALUATE
           MOVE CSD-REFERENCE TO WS-NEW-REFERENCE
           IF CSD-DC = "C"
               MOVE "C" TO WS-NEW-DC
               ADD CSD-AMOUNT TO WS-RUNNING-BALANCE
           ELSE
               MOVE "D" TO WS-NEW-DC
               SUBTRACT CSD-AMOUNT FROM WS-RUNNING-BALANCE
           END-IF
           MOVE CSD-AMOUNT TO WS-NEW-AMOUNT
           IF CSD-VALUE-DATE NUMERIC AND CSD-VALUE-DATE > 19000101
               MOVE CSD-VALUE-DATE TO WS-NEW-DATE
           ELSE
               MOVE WS-STATEMENT-DATE TO WS-NEW-DATE
           END-IF
           MOVE CSD-NARRATIVE TO WS-NEW-NARRATIVE
           PERFORM ADD-NOSTRO-ITEM
           .

      *    THE CORRESPONDENT'S CLOSING BALANCE IS TAKEN AS GIVEN; IF
      *    IT DOES NOT FOLLOW FROM THE OPENING BALANCE AND THE
      *    ENTRIES READ, THE FILE IS SHORT OR DOUBLED AND SAYS SO.
       TAKE-STATEMENT-TRAILER.
           IF WS-STATEMENT-LOADED = "N"
               EXIT PARAGRAPH
           END-IF
           IF CST-CLOSING-DC = "D"
               COMPUTE WS-CLOSING-BALANCE = 0 - CST-CLOSING-BALANCE
           ELSE
               MOVE CST-CLOSING-BALANCE TO WS-CLOSING-BALANCE
           END-IF
           MOVE WS-CLOSING-BALANCE TO NP-STATEMENT-BALANCE
           MOVE WS-STATEMENT-DATE TO NP-STATEMENT-DATE
           IF CST-ENTRY-COUNT NOT = WS-STATEMENT-ENTRIES
               OR WS-RUNNING-BALANCE NOT = WS-CLOSING-BALANCE
               MOVE SPACES TO REPORT-LINE
               STRING "*** TRAILER DOES NOT AGREE WITH THE ENTRIES "
                   "READ - CHECK THE FILE WITH THE CORRESPONDENT ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-STATEMENT-ENTRIES TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "STATEMENT ENTRIES LOADED:          "
               WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    EVERY OPEN ITEM ON EITHER SIDE, WITH ITS AGE FROM THE ITEM
      *    DATE, THEN THE AGING SUMMARY.
       REPORT-OPEN-ITEMS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OPEN ITEMS  (B = OUR BOOKS ONLY, S = STATEMENT ONLY)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "S T REFERENCE        D         AMOUNT DATE       AGE "
               & "NARRATIVE" TO REPORT-LINE
           WRITE REPORT-LINE
           INITIALIZE WS-AGE-BUCKETS
           MOVE 0 TO NOI-ID
           MOVE "N" TO WS-ITEM-FILE-EOF
           START ITEM-FILE KEY NOT < NOI-ID
               INVALID KEY
                   MOVE "Y" TO WS-ITEM-FILE-EOF
           END-START
           PERFORM UNTIL WS-ITEM-FILE-EOF = "Y"
               READ ITEM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ITEM-FILE-EOF
                   NOT AT END
                       IF NOI-STATUS = "O"
                           PERFORM REPORT-ONE-OPEN-ITEM
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "AGING          ITEMS          AMOUNT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-BUCKET-COUNT(WS-BUCKET) TO WS-COUNT-DISPLAY
               MOVE WS-BUCKET-TOTAL(WS-BUCKET)
                   TO WS-ITEM-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING WS-BUCKET-LABEL(WS-BUCKET) "  "
                   WS-COUNT-DISPLAY "  " WS-ITEM-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           .

       REPORT-ONE-OPEN-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           IF NOI-SIDE = "B"
               IF NOI-DC = "C"
                   ADD NOI-AMOUNT TO WS-BOOK-OPEN-TOTAL
               ELSE
                   SUBTRACT NOI-AMOUNT FROM WS-BOOK-OPEN-TOTAL
               END-IF
           ELSE
               IF NOI-DC = "C"
                   ADD NOI-AMOUNT TO WS-STMT-OPEN-TOTAL
               ELSE
                   SUBTRACT NOI-AMOUNT FROM WS-STMT-OPEN-TOTAL
               END-IF
           END-IF
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(NOI-ITEM-DATE)
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 2
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 7
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 30
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET)
           ADD NOI-AMOUNT TO WS-BUCKET-TOTAL(WS-BUCKET)
           MOVE NOI-AMOUNT TO WS-ITEM-AMOUNT-DISPLAY
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING NOI-SIDE " " NOI-ENTRY-TYPE " " NOI-REFERENCE " "
               NOI-DC " " WS-ITEM-AMOUNT-DISPLAY " " NOI-ITEM-DATE
               " " WS-AGE-DISPLAY " " NOI-NARRATIVE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    CORRESPONDENT LESS BOOK MUST EQUAL THE STATEMENT-ONLY
      *    ITEMS LESS THE BOOK-ONLY ITEMS - MATCHED PAIRS CANCEL.
       REPORT-POSITION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF NP-SEEDED = "N"
               MOVE "NO CORRESPONDENT STATEMENT LOADED YET - NO "
                   & "BALANCE TO PROVE" TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFFERENCE =
               NP-STATEMENT-BALANCE - NP-BOOK-BALANCE
           COMPUTE WS-EXPLAINED =
               WS-STMT-OPEN-TOTAL - WS-BOOK-OPEN-TOTAL
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-EXPLAINED

           MOVE NP-STATEMENT-BALANCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "CORRESPONDENT BALANCE AT " NP-STATEMENT-DATE
               ":   " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NP-BOOK-BALANCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "OUR BOOK BALANCE AT " WS-TODAY-DATE
               ":        " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "DIFFERENCE:                         "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-STMT-OPEN-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ON STATEMENT, NOT ON OUR BOOKS:   "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-AMOUNT-DISPLAY = 0 - WS-BOOK-OPEN-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "  ON OUR BOOKS, NOT ON STATEMENT:   "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-UNEXPLAINED TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-UNEXPLAINED = 0
               STRING "UNEXPLAINED:                        "
                   WS-AMOUNT-DISPLAY "  RECONCILED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "*** UNEXPLAINED:                    "
                   WS-AMOUNT-DISPLAY "  BREAK ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       END PROGRAM NOSTRO-RECON.
