       01 WS-DUE-MONTH PIC 9(2).
       01 WS-DUE-DAY PIC 9(2).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-RESTRICT-DIRECTION PIC X VALUE "C".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

      *VARIABLE-RATE TERMS: THE INDEX IS A bank_parameters.dat ROW
       01 WS-VARIABLE-RATE PIC X.
       01 WS-INDEX-RATE PIC S9(7)V9(4).
       01 WS-SET-RATE PIC S9(3)V9(4).
       01 WS-REPRICE-MONTH-TOTAL PIC 9(6).
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
                   "LOAN NOT OPENED"
               STOP RUN
           END-IF
           CALL "ACCOUNT-RESTRICTION-CHECK" USING LOAN-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "ACCOUNT " ACCOUNT-NUMBER " IS RESTRICTED "
                   "(REASON " WS-RESTRICT-REASON ") - LOAN NOT OPENED"
               STOP RUN
           END-IF
           MOVE ACCOUNT-CUSTOMER-ID TO LOAN-CUSTOMER-ID
           IF LOAN-CUSTOMER-ID NOT = LAPP-CUSTOMER-ID
               DISPLAY "ACCOUNT " LOAN-ACCOUNT " BELONGS TO "
           DISPLAY "PRINCIPAL:                     "
               WITH NO ADVANCING
           ACCEPT LOAN-PRINCIPAL
           PERFORM CAPTURE-RATE-TERMS
           DISPLAY "TERM IN MONTHS:                "
               WITH NO ADVANCING
           ACCEPT LOAN-TERM-MONTHS
           MOVE LOAN-PRINCIPAL TO LOAN-OUTSTANDING
           MOVE 1 TO LOAN-NEXT-INSTALLMENT
           MOVE "A" TO LOAN-STATUS
           MOVE 0 TO LOAN-LATE-CHARGES-DUE
           MOVE LAPP-ID TO LOAN-APPLICATION-ID
           IF LOAN-RATE-TYPE = "V"
               PERFORM SET-FIRST-REPRICE-DATE
           END-IF
           WRITE LOAN-RECORD
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING LOAN - STATUS: "
               "ACCOUNT " LOAN-ACCOUNT
       STOP RUN.

      *    FIXED RATE AS BEFORE, OR A VARIABLE RATE PRICED OFF A
      *    NAMED INDEX: THE INDEX MUST ALREADY HAVE AN APPROVED
      *    bank_parameters.dat ROW IN FORCE TODAY, AND THE OPENING
      *    RATE IS THAT INDEX PLUS THE MARGIN, HELD BETWEEN THE
      *    FLOOR AND THE CAP - THE SAME RULE LOAN-REPRICING APPLIES
      *    AT EVERY RESET.
       CAPTURE-RATE-TERMS.
           MOVE "F" TO LOAN-RATE-TYPE
           MOVE SPACES TO LOAN-RATE-INDEX
           MOVE 0 TO LOAN-RATE-MARGIN
           MOVE 0 TO LOAN-RATE-FLOOR
           MOVE 0 TO LOAN-RATE-CAP
           MOVE 0 TO LOAN-REPRICE-MONTHS
           MOVE 0 TO LOAN-NEXT-REPRICE-DATE
           DISPLAY "VARIABLE RATE (Y/N):           "
               WITH NO ADVANCING
           ACCEPT WS-VARIABLE-RATE
           IF WS-VARIABLE-RATE NOT = "Y"
               DISPLAY "ANNUAL RATE (E.G. 0.0600):     "
                   WITH NO ADVANCING
               ACCEPT LOAN-ANNUAL-RATE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RATE INDEX PARAMETER NAME:     "
               WITH NO ADVANCING
           ACCEPT LOAN-RATE-INDEX
           MOVE LOAN-RATE-INDEX TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND NOT = "Y"
               DISPLAY "NO APPROVED PARAMETER ROW NAMED "
                   FUNCTION TRIM(LOAN-RATE-INDEX)
                   " IS IN FORCE - LOAN NOT OPENED"
               STOP RUN
           END-IF
           MOVE WS-PARAM-VALUE TO WS-INDEX-RATE
           DISPLAY "MARGIN OVER INDEX (E.G. 0.0250):"
               WITH NO ADVANCING
           ACCEPT LOAN-RATE-MARGIN
           DISPLAY "RATE FLOOR (E.G. 0.0300):      "
               WITH NO ADVANCING
           ACCEPT LOAN-RATE-FLOOR
           DISPLAY "RATE CAP (0 = NO CAP):         "
               WITH NO ADVANCING
           ACCEPT LOAN-RATE-CAP
           DISPLAY "REPRICE EVERY N MONTHS:        "
               WITH NO ADVANCING
           ACCEPT LOAN-REPRICE-MONTHS
           IF LOAN-REPRICE-MONTHS = 0
               DISPLAY "THE REPRICING FREQUENCY MUST BE NON-ZERO - "
                   "LOAN NOT OPENED"
               STOP RUN
           END-IF
           IF LOAN-RATE-CAP NOT = 0 AND LOAN-RATE-CAP < LOAN-RATE-FLOOR
               DISPLAY "THE RATE CAP IS BELOW THE FLOOR - "
                   "LOAN NOT OPENED"
               STOP RUN
           END-IF

           MOVE "V" TO LOAN-RATE-TYPE
           COMPUTE WS-SET-RATE = WS-INDEX-RATE + LOAN-RATE-MARGIN
           IF WS-SET-RATE < LOAN-RATE-FLOOR
               MOVE LOAN-RATE-FLOOR TO WS-SET-RATE
           END-IF
           IF LOAN-RATE-CAP NOT = 0 AND WS-SET-RATE > LOAN-RATE-CAP
               MOVE LOAN-RATE-CAP TO WS-SET-RATE
           END-IF
           IF WS-SET-RATE < 0
               MOVE 0 TO WS-SET-RATE
           END-IF
           MOVE WS-SET-RATE TO LOAN-ANNUAL-RATE
           DISPLAY "OPENING RATE (INDEX + MARGIN): " LOAN-ANNUAL-RATE
           .

      *    FIRST RESET FALLS LOAN-REPRICE-MONTHS AFTER ORIGINATION,
      *    ON THE SAME DAY OF THE MONTH THE INSTALLMENTS FALL DUE.
       SET-FIRST-REPRICE-DATE.
           MOVE LOAN-ORIGINATION-DATE(7:2) TO WS-DUE-DAY
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           MOVE LOAN-ORIGINATION-DATE(1:4) TO WS-DUE-YEAR
           MOVE LOAN-ORIGINATION-DATE(5:2) TO WS-DUE-MONTH
           COMPUTE WS-REPRICE-MONTH-TOTAL =
               WS-DUE-YEAR * 12 + WS-DUE-MONTH - 1
               + LOAN-REPRICE-MONTHS
           COMPUTE WS-DUE-YEAR = WS-REPRICE-MONTH-TOTAL / 12
           COMPUTE WS-DUE-MONTH =
               WS-REPRICE-MONTH-TOTAL - WS-DUE-YEAR * 12 + 1
           COMPUTE LOAN-NEXT-REPRICE-DATE =
               WS-DUE-YEAR * 10000 + WS-DUE-MONTH * 100 + WS-DUE-DAY
           .

      *    STANDARD LEVEL-PAYMENT ANNUITY: PAYMENT =
      *    P * R * (1+R)**N / ((1+R)**N - 1), WITH R THE MONTHLY
      *    RATE. A ZERO RATE DEGENERATES TO PRINCIPAL / TERM.
               MOVE WS-RUNNING-BALANCE TO LSCH-BALANCE-AFTER
               MOVE "O" TO LSCH-STATUS
               MOVE 0 TO LSCH-PAID-DATE
               MOVE 0 TO LSCH-LATE-CHARGE
               MOVE 0 TO LSCH-LATE-CHARGE-DATE
               WRITE LOAN-SCHEDULE-RECORD
               IF WS-SCHEDULE-STATUS NOT = "00"
                   DISPLAY "*** I/O ERROR WRITING SCHEDULE ROW "
