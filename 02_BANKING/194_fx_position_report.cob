       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-POSITION-REPORT.

      *    NIGHTLY FOREIGN-CURRENCY NET OPEN POSITION REPORT FOR
      *    TREASURY. FOR EVERY CURRENCY OTHER THAN USD IT TOTALS
      *      - CUSTOMER BALANCES HELD IN THE CURRENCY (banking.dat,
      *        THE SAME ACCOUNTS FX-REVALUATION REVALUES),
      *      - FOREIGN NOTES IN TODAY'S TELLER DRAWERS (THE
      *        DRAWER-FX-SLOT FIGURES BANKING'S FOREIGN CASH BUY/SELL
      *        MOVES), AND
      *      - OUTBOUND PAYMENTS STILL IN FLIGHT FROM ACCOUNTS IN THE
      *        CURRENCY (QUEUED, OR DISPATCHED AND NOT RETURNED - THE
      *        SAME ITEMS SETTLEMENT-RECON HOLDS THE CONTROL ACCOUNT
      *        TO),
      *    NETS THEM INTO A LONG (+) OR SHORT (-) POSITION, VALUES IT
      *    IN USD AT THE DAY'S RATE FROM THE RATE FILE AND FLAGS ANY
      *    CURRENCY WHOSE USD POSITION, LONG OR SHORT, IS OVER ITS
      *    LIMIT. THE LIMIT IS THE "FX-LIMIT-" + CURRENCY PARAMETER
      *    (E.G. FX-LIMIT-EUR), ELSE FX-LIMIT-DEFAULT, ELSE THE
      *    FALLBACK BELOW. EACH NIGHT'S POSITIONS ARE KEPT IN
      *    02_BANKING/fx_positions.dat SO THE REPORT CAN SHOW THE
      *    CHANGE SINCE THE PREVIOUS RUN. WRITES
      *    02_BANKING/fx_position_report.txt.
      *
      *    THE VAULT LEDGER HOLDS USD ONLY - FOREIGN NOTES ARE
      *    TRACKED IN THE DRAWERS, SO THE DRAWERS ARE THE WHOLE OF
      *    THE FOREIGN CASH FIGURE.
      *
      *    RUNS AS AN END-OF-DAY STEP OR STANDALONE - EITHER WAY FOR
      *    THE CURRENT BUSINESS DATE, A RERUN REPLACING THAT DAY'S
      *    HISTORY ROWS. GOBACK RETURNS WITH RETURN-CODE 0 (REPORT
      *    WRITTEN, BREACHES OR NOT) OR 4 (FILES COULD NOT BE
      *    OPENED). A BREACH IS TREASURY'S TO ACT ON AND DOES NOT
      *    STOP THE NIGHT'S RUN.

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

           SELECT DRAWER-FILE
               ASSIGN TO "02_BANKING/teller_drawers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRAWER-KEY
               FILE STATUS IS WS-DRAWER-STATUS.

           SELECT OUTBOUND-FILE
               ASSIGN TO "02_BANKING/outbound_queue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-REF
               FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT RATE-FILE
               ASSIGN TO "02_BANKING/exchange_rates.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT POSITION-FILE
               ASSIGN TO "02_BANKING/fx_positions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXP-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/fx_position_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD DRAWER-FILE.
           COPY "DRAWER-RECORD.cpy".

       FD OUTBOUND-FILE.
           COPY "OUTBOUND-RECORD.cpy".

       FD RATE-FILE.
           COPY "RATE-RECORD.cpy".

       FD POSITION-FILE.
           COPY "FX-POSITION-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-DRAWER-STATUS PIC XX.
       01 WS-OUTBOUND-STATUS PIC XX.
       01 WS-RATE-FILE-STATUS PIC XX.
       01 WS-POSITION-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-DRAWER-OPEN PIC X VALUE "N".
       01 WS-OUTBOUND-OPEN PIC X VALUE "N".
       01 WS-RATE-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-RATE-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).

      *ONE SLOT PER FOREIGN CURRENCY SEEN TONIGHT - AN ITEM IN A
      *CURRENCY PAST THE LAST SLOT IS COUNTED ON THE REPORT, NOT
      *NETTED
       01 WS-MAX-CURRENCIES PIC 9(2) VALUE 20.
       01 WS-CCY-COUNT PIC 9(2) VALUE 0.
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 WS-C-CURRENCY PIC X(3).
               10 WS-C-LIABILITIES PIC S9(11)V99.
               10 WS-C-CASH-HELD PIC S9(11)V99.
               10 WS-C-IN-FLIGHT PIC S9(11)V99.
       01 WS-CCY-IDX PIC 9(2).
       01 WS-CCY-FOUND PIC 9(2).
       01 WS-LOOKUP-CURRENCY PIC X(3).
       01 WS-CCY-DROPPED PIC 9(5) VALUE 0.
       01 WS-FX-SLOT PIC 9.

      *USD LIMIT FOR A CURRENCY WITH NO FX-LIMIT- ROW OF ITS OWN
      *AND NO FX-LIMIT-DEFAULT ROW EITHER
       01 WS-FALLBACK-LIMIT PIC 9(9)V99 VALUE 250000.00.
       01 WS-DEFAULT-LIMIT PIC 9(9)V99.

      *SCRATCH FIELDS FOR THE CALL TO "BANK-PARAMETERS"
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       01 WS-NET PIC S9(11)V99.
       01 WS-RATE PIC 9(3)V9(4).
       01 WS-NET-USD PIC S9(11)V99.
       01 WS-ABS-NET-USD PIC 9(11)V99.
       01 WS-LIMIT PIC 9(9)V99.
       01 WS-PRIOR-FOUND PIC X.
       01 WS-PRIOR-NET-USD PIC S9(11)V99.
       01 WS-CHANGE-USD PIC S9(11)V99.
       01 WS-FLAG-TEXT PIC X(9).

       01 WS-LONG-USD PIC S9(11)V99 VALUE 0.
       01 WS-SHORT-USD PIC S9(11)V99 VALUE 0.
       01 WS-OVERALL-USD PIC S9(11)V99 VALUE 0.
       01 WS-BREACH-COUNT PIC 9(3) VALUE 0.
       01 WS-UNVALUED-COUNT PIC 9(3) VALUE 0.
       01 WS-HISTORY-ERRORS PIC 9(3) VALUE 0.

       01 WS-AMT-1 PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-AMT-2 PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-AMT-3 PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-AMT-4 PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-AMT-5 PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-AMT-6 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMT-7 PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-RATE-DISPLAY PIC ZZ9.9999.

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "----- FX NET OPEN POSITION REPORT -----"

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
      *    NO DRAWER, QUEUE OR RATE FILE YET SIMPLY MEANS NO FOREIGN
      *    CASH, NOTHING IN FLIGHT, OR NOTHING TO VALUE AT
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = "00"
               MOVE "Y" TO WS-DRAWER-OPEN
           END-IF
           OPEN INPUT OUTBOUND-FILE
           IF WS-OUTBOUND-STATUS = "00"
               MOVE "Y" TO WS-OUTBOUND-OPEN
           END-IF
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               MOVE "Y" TO WS-RATE-OPEN
           END-IF
           OPEN I-O POSITION-FILE
           IF WS-POSITION-STATUS = "35"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF
           IF WS-POSITION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN FX POSITION HISTORY - "
                   "STATUS: " WS-POSITION-STATUS " ***"
               PERFORM CLOSE-INPUT-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               PERFORM CLOSE-INPUT-FILES
               CLOSE POSITION-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-DEFAULT-LIMIT
           PERFORM TOTAL-CUSTOMER-LIABILITIES
           PERFORM TOTAL-DRAWER-CASH
           PERFORM TOTAL-OUTBOUND-IN-FLIGHT

           MOVE SPACES TO REPORT-LINE
           STRING "FX NET OPEN POSITIONS AT CLOSE OF " WS-TODAY-DATE
               "   (AMOUNTS IN THE CURRENCY; NET AND CHANGE IN USD)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CCY     LIABILITIES      CASH HELD      IN FLIGHT  "
               & "   NET POSITION     RATE        NET USD      "
               & "LIMIT USD     CHANGE USD FLAG" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM REPORT-ONE-CURRENCY
           END-PERFORM
           IF WS-CCY-COUNT = 0
               MOVE "NO FOREIGN-CURRENCY BALANCES, CASH OR PAYMENTS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           PERFORM CLOSE-INPUT-FILES
           CLOSE POSITION-FILE
           CLOSE REPORT-FILE
           DISPLAY "FX POSITION REPORT COMPLETE - " WS-CCY-COUNT
               " CURRENCIES, " WS-BREACH-COUNT " OVER LIMIT, "
               WS-UNVALUED-COUNT " UNVALUED"
           IF WS-BREACH-COUNT > 0
               DISPLAY "*** " WS-BREACH-COUNT " CURRENCY POSITIONS "
                   "OVER LIMIT - SEE "
                   "02_BANKING/fx_position_report.txt ***"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CLOSE-INPUT-FILES.
           CLOSE ACCOUNT-FILE
           IF WS-DRAWER-OPEN = "Y"
               CLOSE DRAWER-FILE
           END-IF
           IF WS-OUTBOUND-OPEN = "Y"
               CLOSE OUTBOUND-FILE
           END-IF
           IF WS-RATE-OPEN = "Y"
               CLOSE RATE-FILE
           END-IF
           .

       LOAD-DEFAULT-LIMIT.
           MOVE WS-FALLBACK-LIMIT TO WS-DEFAULT-LIMIT
           MOVE "FX-LIMIT-DEFAULT" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME
               WS-TODAY-DATE WS-PARAM-LOOKUP-AMOUNT
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-DEFAULT-LIMIT
           END-IF
           .

      *    THE SLOT FOR WS-LOOKUP-CURRENCY, ADDED IF NEW - LEFT AT
      *    ZERO WHEN THE TABLE IS FULL
       FIND-CURRENCY-SLOT.
           MOVE 0 TO WS-CCY-FOUND
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               OR WS-CCY-FOUND NOT = 0
               IF WS-C-CURRENCY(WS-CCY-IDX) = WS-LOOKUP-CURRENCY
                   MOVE WS-CCY-IDX TO WS-CCY-FOUND
               END-IF
           END-PERFORM
           IF WS-CCY-FOUND = 0
               IF WS-CCY-COUNT < WS-MAX-CURRENCIES
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-FOUND
                   MOVE WS-LOOKUP-CURRENCY
                       TO WS-C-CURRENCY(WS-CCY-FOUND)
                   MOVE 0 TO WS-C-LIABILITIES(WS-CCY-FOUND)
                   MOVE 0 TO WS-C-CASH-HELD(WS-CCY-FOUND)
                   MOVE 0 TO WS-C-IN-FLIGHT(WS-CCY-FOUND)
               ELSE
                   ADD 1 TO WS-CCY-DROPPED
                   DISPLAY "*** NO ROOM FOR CURRENCY "
                       WS-LOOKUP-CURRENCY " - NOT NETTED ***"
               END-IF
           END-IF
           .

      *    SAME ACCOUNTS FX-REVALUATION REVALUES: EVERY NON-USD
      *    CUSTOMER ACCOUNT NOT CLOSED. AN OVERDRAWN BALANCE IS MONEY
      *    OWED TO THE BANK AND NETS THE LIABILITY DOWN.
       TOTAL-CUSTOMER-LIABILITIES.
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF ACCOUNT-CURRENCY NOT = "USD"
                           AND ACCOUNT-CURRENCY NOT = SPACES
                           AND ACCOUNT-TYPE NOT = "G"
                           AND ACCOUNT-STATUS NOT = "C"
                           MOVE ACCOUNT-CURRENCY
                               TO WS-LOOKUP-CURRENCY
                           PERFORM FIND-CURRENCY-SLOT
                           IF WS-CCY-FOUND NOT = 0
                               ADD ACCOUNT-BALANCE
                                   TO WS-C-LIABILITIES(WS-CCY-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    EVERY TELLER'S ROW FOR TODAY, OPEN OR ALREADY COUNTED
       TOTAL-DRAWER-CASH.
           IF WS-DRAWER-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE LOW-VALUES TO DRAWER-KEY
           START DRAWER-FILE KEY >= DRAWER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ DRAWER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF DRAWER-DATE = WS-TODAY-DATE
                           PERFORM ADD-DRAWER-FX-SLOTS
                       END-IF
               END-READ
           END-PERFORM
           .

       ADD-DRAWER-FX-SLOTS.
           PERFORM VARYING WS-FX-SLOT FROM 1 BY 1
               UNTIL WS-FX-SLOT > 3
               IF DRAWER-FX-CURRENCY(WS-FX-SLOT) NOT = SPACES
                   AND DRAWER-FX-CURRENCY(WS-FX-SLOT) NOT = "USD"
                   AND DRAWER-FX-AMOUNT(WS-FX-SLOT) NOT = 0
                   MOVE DRAWER-FX-CURRENCY(WS-FX-SLOT)
                       TO WS-LOOKUP-CURRENCY
                   PERFORM FIND-CURRENCY-SLOT
                   IF WS-CCY-FOUND NOT = 0
                       ADD DRAWER-FX-AMOUNT(WS-FX-SLOT)
                           TO WS-C-CASH-HELD(WS-CCY-FOUND)
                   END-IF
               END-IF
           END-PERFORM
           .

      *    THE QUEUE ROW CARRIES NO CURRENCY - THE PAYMENT LEFT IN
      *    THE SENDING ACCOUNT'S
       TOTAL-OUTBOUND-IN-FLIGHT.
           IF WS-OUTBOUND-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO OUT-REF
           START OUTBOUND-FILE KEY >= OUT-REF
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ OUTBOUND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF OUT-STATUS = "Q" OR OUT-STATUS = "D"
                           PERFORM ADD-ONE-OUTBOUND-ITEM
                       END-IF
               END-READ
           END-PERFORM
           .

       ADD-ONE-OUTBOUND-ITEM.
           MOVE OUT-FROM-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF ACCOUNT-CURRENCY = "USD" OR ACCOUNT-CURRENCY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM FIND-CURRENCY-SLOT
           IF WS-CCY-FOUND NOT = 0
               ADD OUT-AMOUNT TO WS-C-IN-FLIGHT(WS-CCY-FOUND)
           END-IF
           .

      *    NEWEST RATE ROW FOR THE CURRENCY IN FORCE TODAY - SAME
      *    WALK FX-REVALUATION DOES FOR ITS CLOSING RATE
       FIND-TODAYS-RATE.
           MOVE 0 TO WS-RATE
           IF WS-RATE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RATE-FILE-EOF
           MOVE WS-C-CURRENCY(WS-CCY-IDX) TO RATE-CURRENCY
           MOVE 0 TO RATE-EFFECTIVE-DATE
           START RATE-FILE KEY >= RATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RATE-FILE-EOF
           END-START
           PERFORM UNTIL WS-RATE-FILE-EOF = "Y"
               READ RATE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RATE-FILE-EOF
                   NOT AT END
                       IF RATE-CURRENCY NOT = WS-C-CURRENCY(WS-CCY-IDX)
                           MOVE "Y" TO WS-RATE-FILE-EOF
                       ELSE
                           IF RATE-EFFECTIVE-DATE <= WS-TODAY-DATE
                               MOVE RATE-TO-USD TO WS-RATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       FIND-CURRENCY-LIMIT.
           MOVE WS-DEFAULT-LIMIT TO WS-LIMIT
           MOVE SPACES TO WS-PARAM-NAME
           STRING "FX-LIMIT-" WS-C-CURRENCY(WS-CCY-IDX)
               DELIMITED BY SIZE INTO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME
               WS-TODAY-DATE WS-PARAM-LOOKUP-AMOUNT
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-LIMIT
           END-IF
           .

      *    THE LAST ROW BEFORE TODAY FOR THE CURRENCY - THE PREVIOUS
      *    RUN, WHICHEVER DAY THAT WAS
       FIND-PRIOR-POSITION.
           MOVE "N" TO WS-PRIOR-FOUND
           MOVE 0 TO WS-PRIOR-NET-USD
           MOVE "N" TO WS-FILE-EOF
           MOVE WS-C-CURRENCY(WS-CCY-IDX) TO FXP-CURRENCY
           MOVE 0 TO FXP-DATE
           START POSITION-FILE KEY >= FXP-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ POSITION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF FXP-CURRENCY NOT = WS-C-CURRENCY(WS-CCY-IDX)
                           OR FXP-DATE >= WS-TODAY-DATE
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           IF FXP-BREACH NOT = "U"
                               MOVE "Y" TO WS-PRIOR-FOUND
                               MOVE FXP-NET-USD TO WS-PRIOR-NET-USD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       REPORT-ONE-CURRENCY.
           COMPUTE WS-NET = WS-C-CASH-HELD(WS-CCY-IDX)
               - WS-C-LIABILITIES(WS-CCY-IDX)
               - WS-C-IN-FLIGHT(WS-CCY-IDX)
           PERFORM FIND-TODAYS-RATE
           PERFORM FIND-CURRENCY-LIMIT
           PERFORM FIND-PRIOR-POSITION
           MOVE 0 TO WS-NET-USD
           MOVE 0 TO WS-CHANGE-USD
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-RATE = 0
               ADD 1 TO WS-UNVALUED-COUNT
               MOVE "NO RATE" TO WS-FLAG-TEXT
           ELSE
               COMPUTE WS-NET-USD ROUNDED = WS-NET * WS-RATE
               IF WS-NET-USD < 0
                   COMPUTE WS-ABS-NET-USD = WS-NET-USD * -1
                   ADD WS-NET-USD TO WS-SHORT-USD
               ELSE
                   MOVE WS-NET-USD TO WS-ABS-NET-USD
                   ADD WS-NET-USD TO WS-LONG-USD
               END-IF
               ADD WS-NET-USD TO WS-OVERALL-USD
               IF WS-ABS-NET-USD > WS-LIMIT
                   ADD 1 TO WS-BREACH-COUNT
                   MOVE "BREACH" TO WS-FLAG-TEXT
               END-IF
               IF WS-PRIOR-FOUND = "Y"
                   COMPUTE WS-CHANGE-USD =
                       WS-NET-USD - WS-PRIOR-NET-USD
               ELSE
                   IF WS-FLAG-TEXT = SPACES
                       MOVE "FIRST RUN" TO WS-FLAG-TEXT
                   END-IF
               END-IF
           END-IF

           MOVE WS-C-LIABILITIES(WS-CCY-IDX) TO WS-AMT-1
           MOVE WS-C-CASH-HELD(WS-CCY-IDX) TO WS-AMT-2
           MOVE WS-C-IN-FLIGHT(WS-CCY-IDX) TO WS-AMT-3
           MOVE WS-NET TO WS-AMT-4
           MOVE WS-RATE TO WS-RATE-DISPLAY
           MOVE WS-NET-USD TO WS-AMT-5
           MOVE WS-LIMIT TO WS-AMT-6
           MOVE WS-CHANGE-USD TO WS-AMT-7
           MOVE SPACES TO REPORT-LINE
           STRING WS-C-CURRENCY(WS-CCY-IDX) " " WS-AMT-1 " "
               WS-AMT-2 " " WS-AMT-3 " " WS-AMT-4 " "
               WS-RATE-DISPLAY " " WS-AMT-5 " " WS-AMT-6 " "
               WS-AMT-7 " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM SAVE-POSITION-ROW
           .

       SAVE-POSITION-ROW.
           MOVE WS-C-CURRENCY(WS-CCY-IDX) TO FXP-CURRENCY
           MOVE WS-TODAY-DATE TO FXP-DATE
           MOVE WS-C-LIABILITIES(WS-CCY-IDX) TO FXP-LIABILITIES
           MOVE WS-C-CASH-HELD(WS-CCY-IDX) TO FXP-CASH-HELD
           MOVE WS-C-IN-FLIGHT(WS-CCY-IDX) TO FXP-IN-FLIGHT
           MOVE WS-NET TO FXP-NET
           MOVE WS-RATE TO FXP-RATE-TO-USD
           MOVE WS-NET-USD TO FXP-NET-USD
           MOVE WS-LIMIT TO FXP-LIMIT-USD
           EVALUATE WS-FLAG-TEXT
               WHEN "BREACH"
                   MOVE "Y" TO FXP-BREACH
               WHEN "NO RATE"
                   MOVE "U" TO FXP-BREACH
               WHEN OTHER
                   MOVE "N" TO FXP-BREACH
           END-EVALUATE
           WRITE FX-POSITION-RECORD
           IF WS-POSITION-STATUS = "22"
               REWRITE FX-POSITION-RECORD
           END-IF
           IF WS-POSITION-STATUS NOT = "00"
               ADD 1 TO WS-HISTORY-ERRORS
               DISPLAY "*** FAILED TO SAVE " FXP-CURRENCY
                   " POSITION - STATUS: " WS-POSITION-STATUS " ***"
           END-IF
           .

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LONG-USD TO WS-AMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "GROSS LONG POSITIONS (USD)    " WS-AMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SHORT-USD TO WS-AMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "GROSS SHORT POSITIONS (USD)   " WS-AMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVERALL-USD TO WS-AMT-1
           MOVE SPACES TO REPORT-LINE
           STRING "OVERALL NET POSITION (USD)    " WS-AMT-1
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-CCY-COUNT " CURRENCIES - " WS-BREACH-COUNT
               " OVER LIMIT, " WS-UNVALUED-COUNT
               " UNVALUED (NO RATE ON FILE)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CCY-DROPPED > 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-CCY-DROPPED " ITEMS IN CURRENCIES PAST THE "
                   WS-MAX-CURRENCIES "-CURRENCY TABLE WERE NOT NETTED"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-HISTORY-ERRORS > 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-HISTORY-ERRORS " POSITIONS COULD NOT BE "
                   "SAVED - TOMORROW'S CHANGE FIGURES WILL BE OFF"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       END PROGRAM FX-POSITION-REPORT.
