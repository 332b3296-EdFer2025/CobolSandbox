       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-ORDER-CHECK.

      *    NIGHTLY CHECK OF THE NEXT BUSINESS DAY'S BUSINESS COIN AND
      *    CURRENCY ORDERS (cash_orders.dat, TAKEN IN CASH-ORDER -
      *    197_cash_order.cob) AGAINST EACH PICKUP BRANCH'S VAULT.
      *    EVERY ORDER STILL AWAITING PICKUP WHOSE PICKUP DATE FALLS
      *    ON OR BEFORE THE NEXT BUSINESS DAY (BUSINESS-DAY-CHECK, SO
      *    WEEKENDS AND THE HOLIDAY CALENDAR ARE SKIPPED) IS TOTALLED
      *    BY BRANCH AND DENOMINATION AND SET AGAINST THE NOTE COUNTS
      *    ON THE BRANCH'S VAULT LEDGER ROW (vault_ledger.dat). A
      *    BRANCH SHORT IN ANY DENOMINATION IS FLAGGED WITH THE NOTES
      *    IT NEEDS, SO A SHIPMENT CAN BE ORDERED FROM THE CENTRAL
      *    VAULT BEFORE THE CUSTOMERS ARRIVE. ORDERS WHOSE PICKUP DATE
      *    HAS ALREADY PASSED ARE STILL COUNTED - THE CUSTOMER MAY YET
      *    COLLECT - AND ARE MARKED ON THE LISTING.
      *    WRITES 02_BANKING/cash_order_shortfall_report.txt.
      *
      *    RUNS AS AN END-OF-DAY STEP BEFORE THE DATE ROLL, OR
      *    STANDALONE, FOR THE CURRENT BUSINESS DATE EITHER WAY.
      *    GOBACK RETURNS WITH RETURN-CODE 0 (REPORT WRITTEN - NO
      *    ORDER FILE YET IS AN EMPTY REPORT) OR 4 (THE REPORT COULD
      *    NOT BE WRITTEN). A SHORTFALL IS FOR CASH SERVICES TO ACT
      *    ON AND DOES NOT STOP THE NIGHT'S RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-FILE
               ASSIGN TO "02_BANKING/cash_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-ID
               ALTERNATE RECORD KEY IS CO-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT VAULT-FILE
               ASSIGN TO "02_BANKING/vault_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLT-BRANCH
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/cash_order_shortfall_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-FILE.
           COPY "CASH-ORDER-RECORD.cpy".

       FD VAULT-FILE.
           COPY "VAULT-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ORDER-STATUS PIC XX.
       01 WS-VAULT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ORDER-OPEN PIC X VALUE "N".
       01 WS-VAULT-OPEN PIC X VALUE "N".
       01 WS-ORDER-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PICKUP-THRU-DATE PIC 9(8).
       01 WS-DATE-INTEGER PIC S9(9).

      *SCRATCH FIELDS FOR THE CALL TO "BUSINESS-DAY-CHECK"
       01 WS-BDC-DATE PIC 9(8).
       01 WS-BDC-VALID PIC X.
       01 WS-BDC-IS-BUSINESS-DAY PIC X.

      *ORDERED NOTES BY PICKUP BRANCH - AN ORDER FOR A BRANCH PAST
      *THE LAST SLOT IS LISTED AND COUNTED BUT NOT CHECKED
       01 WS-MAX-BRANCHES PIC 9(3) VALUE 100.
       01 WS-BRANCH-COUNT PIC 9(3) VALUE 0.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 100 TIMES.
               10 WS-B-BRANCH PIC X(3).
               10 WS-B-ORDERS PIC 9(5).
               10 WS-B-VALUE PIC 9(9)V99.
               10 WS-B-NOTES PIC 9(7) OCCURS 6 TIMES.
       01 WS-BRANCH-IDX PIC 9(3).
       01 WS-BRANCH-FOUND PIC 9(3).
       01 WS-BRANCHES-DROPPED PIC 9(5) VALUE 0.

      *DENOMINATION FACE VALUES AND LABELS, IN VAULT-RECORD.cpy ORDER
       01 WS-DENOM-VALUES.
           05 FILLER PIC 9(3) VALUE 100.
           05 FILLER PIC 9(3) VALUE 50.
           05 FILLER PIC 9(3) VALUE 20.
           05 FILLER PIC 9(3) VALUE 10.
           05 FILLER PIC 9(3) VALUE 5.
           05 FILLER PIC 9(3) VALUE 1.
       01 WS-DENOM-TABLE REDEFINES WS-DENOM-VALUES.
           05 WS-DENOM-FACE PIC 9(3) OCCURS 6 TIMES.
       01 WS-DENOM-IDX PIC 9.
       01 WS-VAULT-NOTES.
           05 WS-VAULT-NOTE PIC 9(7) OCCURS 6 TIMES.
       01 WS-SHORT-NOTES PIC 9(7).
       01 WS-SHORT-VALUE PIC 9(9)V99.
       01 WS-BRANCH-SHORT PIC X.

       01 WS-ORDER-COUNT PIC 9(5) VALUE 0.
       01 WS-ORDER-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-SHORT-BRANCHES PIC 9(3) VALUE 0.

       01 WS-FACE-DISPLAY PIC ZZ9.
       01 WS-NOTES-DISPLAY PIC Z,ZZZ,ZZ9.
       01 WS-NOTES-DISPLAY-2 PIC Z,ZZZ,ZZ9.
       01 WS-NOTES-DISPLAY-3 PIC Z,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           PERFORM FIND-NEXT-BUSINESS-DAY

      *    NO ORDER FILE YET SIMPLY MEANS NO ORDERS HAVE BEEN TAKEN;
      *    NO VAULT LEDGER MEANS EVERY VAULT IS EMPTY
           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "00"
               MOVE "Y" TO WS-ORDER-OPEN
           END-IF
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS = "00"
               MOVE "Y" TO WS-VAULT-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               PERFORM CLOSE-INPUT-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "COIN AND CURRENCY ORDERS DUE BY " WS-PICKUP-THRU-DATE
               " AGAINST BRANCH VAULTS   (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LIST-DUE-ORDERS
           PERFORM CHECK-BRANCH-VAULTS

           PERFORM CLOSE-INPUT-FILES
           CLOSE REPORT-FILE
           DISPLAY "CASH ORDER CHECK COMPLETE - " WS-ORDER-COUNT
               " ORDERS DUE BY " WS-PICKUP-THRU-DATE ", "
               WS-SHORT-BRANCHES " BRANCHES SHORT"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CLOSE-INPUT-FILES.
           IF WS-ORDER-OPEN = "Y"
               CLOSE ORDER-FILE
           END-IF
           IF WS-VAULT-OPEN = "Y"
               CLOSE VAULT-FILE
           END-IF
           .

      *    THE FIRST BUSINESS DAY AFTER TODAY, A CALENDAR DAY AT A
      *    TIME - THE SAME ROLL STATEMENT-CYCLE USES FOR DUE DATES
       FIND-NEXT-BUSINESS-DAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + 1
           COMPUTE WS-PICKUP-THRU-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-PICKUP-THRU-DATE TO WS-BDC-DATE
           CALL "BUSINESS-DAY-CHECK" USING WS-BDC-DATE WS-BDC-VALID
               WS-BDC-IS-BUSINESS-DAY
           PERFORM UNTIL WS-BDC-IS-BUSINESS-DAY = "Y"
               ADD 1 TO WS-DATE-INTEGER
               COMPUTE WS-PICKUP-THRU-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-PICKUP-THRU-DATE TO WS-BDC-DATE
               CALL "BUSINESS-DAY-CHECK" USING WS-BDC-DATE
                   WS-BDC-VALID WS-BDC-IS-BUSINESS-DAY
           END-PERFORM
           .

       LIST-DUE-ORDERS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ORDERS AWAITING PICKUP" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ORDER   ACCOUNT    BRANCH PICKUP      100S   50S   "
               & "20S   10S    5S    1S         VALUE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ORDER-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ORDER-FILE-EOF
           MOVE 0 TO CO-ID
           START ORDER-FILE KEY >= CO-ID
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-FILE-EOF
           END-START
           PERFORM UNTIL WS-ORDER-FILE-EOF = "Y"
               READ ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ORDER-FILE-EOF
                   NOT AT END
                       IF CO-STATUS = "O"
                           AND CO-PICKUP-DATE <= WS-PICKUP-THRU-DATE
                           PERFORM ADD-ONE-DUE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ORDER-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-ORDER-COUNT " ORDERS DUE  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       ADD-ONE-DUE-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           ADD CO-ORDER-VALUE TO WS-ORDER-TOTAL
           MOVE 0 TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               IF WS-B-BRANCH(WS-BRANCH-IDX) = CO-BRANCH
                   MOVE WS-BRANCH-IDX TO WS-BRANCH-FOUND
               END-IF
           END-PERFORM
           IF WS-BRANCH-FOUND = 0
               IF WS-BRANCH-COUNT < WS-MAX-BRANCHES
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-BRANCH-COUNT TO WS-BRANCH-FOUND
                   MOVE CO-BRANCH TO WS-B-BRANCH(WS-BRANCH-FOUND)
                   MOVE 0 TO WS-B-ORDERS(WS-BRANCH-FOUND)
                   MOVE 0 TO WS-B-VALUE(WS-BRANCH-FOUND)
                   PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
                       UNTIL WS-DENOM-IDX > 6
                       MOVE 0 TO
                           WS-B-NOTES(WS-BRANCH-FOUND, WS-DENOM-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-BRANCHES-DROPPED
               END-IF
           END-IF
           IF WS-BRANCH-FOUND NOT = 0
               ADD 1 TO WS-B-ORDERS(WS-BRANCH-FOUND)
               ADD CO-ORDER-VALUE TO WS-B-VALUE(WS-BRANCH-FOUND)
               ADD CO-HUNDREDS TO WS-B-NOTES(WS-BRANCH-FOUND, 1)
               ADD CO-FIFTIES TO WS-B-NOTES(WS-BRANCH-FOUND, 2)
               ADD CO-TWENTIES TO WS-B-NOTES(WS-BRANCH-FOUND, 3)
               ADD CO-TENS TO WS-B-NOTES(WS-BRANCH-FOUND, 4)
               ADD CO-FIVES TO WS-B-NOTES(WS-BRANCH-FOUND, 5)
               ADD CO-ONES TO WS-B-NOTES(WS-BRANCH-FOUND, 6)
           END-IF
           MOVE CO-ORDER-VALUE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF CO-PICKUP-DATE < WS-TODAY-DATE
               STRING CO-ID " " CO-ACCOUNT "  " CO-BRANCH "    "
                   CO-PICKUP-DATE " " CO-HUNDREDS " " CO-FIFTIES " "
                   CO-TWENTIES " " CO-TENS " " CO-FIVES " " CO-ONES
                   " " WS-AMOUNT-DISPLAY "  PAST PICKUP"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING CO-ID " " CO-ACCOUNT "  " CO-BRANCH "    "
                   CO-PICKUP-DATE " " CO-HUNDREDS " " CO-FIFTIES " "
                   CO-TWENTIES " " CO-TENS " " CO-FIVES " " CO-ONES
                   " " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       CHECK-BRANCH-VAULTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BRANCH VAULT COVER BY DENOMINATION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BRANCH-IDX FROM 1 BY 1
               UNTIL WS-BRANCH-IDX > WS-BRANCH-COUNT
               PERFORM CHECK-ONE-BRANCH-VAULT
           END-PERFORM
           IF WS-BRANCHES-DROPPED > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING WS-BRANCHES-DROPPED " FURTHER ORDERS ARE FOR "
                   "BRANCHES PAST THE " WS-MAX-BRANCHES
                   "-BRANCH TABLE - CHECK THEM BY HAND"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-BRANCH-COUNT " BRANCHES WITH ORDERS DUE, "
               WS-SHORT-BRANCHES " SHORT - ORDER A SHIPMENT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       CHECK-ONE-BRANCH-VAULT.
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > 6
               MOVE 0 TO WS-VAULT-NOTE(WS-DENOM-IDX)
           END-PERFORM
           IF WS-VAULT-OPEN = "Y"
               MOVE WS-B-BRANCH(WS-BRANCH-IDX) TO VLT-BRANCH
               READ VAULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VLT-HUNDREDS TO WS-VAULT-NOTE(1)
                       MOVE VLT-FIFTIES TO WS-VAULT-NOTE(2)
                       MOVE VLT-TWENTIES TO WS-VAULT-NOTE(3)
                       MOVE VLT-TENS TO WS-VAULT-NOTE(4)
                       MOVE VLT-FIVES TO WS-VAULT-NOTE(5)
                       MOVE VLT-ONES TO WS-VAULT-NOTE(6)
               END-READ
           END-IF
           MOVE "N" TO WS-BRANCH-SHORT
           MOVE 0 TO WS-SHORT-VALUE
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > 6
               IF WS-B-NOTES(WS-BRANCH-IDX, WS-DENOM-IDX)
                   > WS-VAULT-NOTE(WS-DENOM-IDX)
                   MOVE "Y" TO WS-BRANCH-SHORT
               END-IF
           END-PERFORM
           IF WS-BRANCH-SHORT = "Y"
               ADD 1 TO WS-SHORT-BRANCHES
           END-IF

           MOVE WS-B-VALUE(WS-BRANCH-IDX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-BRANCH-SHORT = "Y"
               STRING "BRANCH " WS-B-BRANCH(WS-BRANCH-IDX) "  "
                   WS-B-ORDERS(WS-BRANCH-IDX) " ORDERS  "
                   WS-AMOUNT-DISPLAY
                   "   *** SHORTFALL - ORDER A SHIPMENT ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "BRANCH " WS-B-BRANCH(WS-BRANCH-IDX) "  "
                   WS-B-ORDERS(WS-BRANCH-IDX) " ORDERS  "
                   WS-AMOUNT-DISPLAY "   COVERED"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE "    DENOM     ORDERED   IN VAULT      SHORT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DENOM-IDX FROM 1 BY 1
               UNTIL WS-DENOM-IDX > 6
               MOVE 0 TO WS-SHORT-NOTES
               IF WS-B-NOTES(WS-BRANCH-IDX, WS-DENOM-IDX)
                   > WS-VAULT-NOTE(WS-DENOM-IDX)
                   COMPUTE WS-SHORT-NOTES =
                       WS-B-NOTES(WS-BRANCH-IDX, WS-DENOM-IDX)
                       - WS-VAULT-NOTE(WS-DENOM-IDX)
                   COMPUTE WS-SHORT-VALUE = WS-SHORT-VALUE
                       + WS-SHORT-NOTES * WS-DENOM-FACE(WS-DENOM-IDX)
               END-IF
               MOVE WS-DENOM-FACE(WS-DENOM-IDX) TO WS-FACE-DISPLAY
               MOVE WS-B-NOTES(WS-BRANCH-IDX, WS-DENOM-IDX)
                   TO WS-NOTES-DISPLAY
               MOVE WS-VAULT-NOTE(WS-DENOM-IDX) TO WS-NOTES-DISPLAY-2
               MOVE WS-SHORT-NOTES TO WS-NOTES-DISPLAY-3
               MOVE SPACES TO REPORT-LINE
               STRING "      " WS-FACE-DISPLAY "  " WS-NOTES-DISPLAY
                   "  " WS-NOTES-DISPLAY-2 "  " WS-NOTES-DISPLAY-3
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-BRANCH-SHORT = "Y"
               MOVE WS-SHORT-VALUE TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "    SHIPMENT NEEDED AT LEAST " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       END PROGRAM CASH-ORDER-CHECK.
