       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-ESCROW.

      *    LOAN ESCROW DESK. A MORTGAGE-STYLE LOAN CAN CARRY AN
      *    ESCROW FOR ITS PROPERTY TAX AND INSURANCE: THE BANK
      *    COLLECTS A MONTHLY ESCROW AMOUNT WITH EVERY INSTALLMENT
      *    AND PAYS THE BILLS WHEN THEY FALL DUE. FROM HERE THE
      *    ESCROW IS SET UP (OR ITS MONTHLY AMOUNT CHANGED) IN
      *    loan_escrow.dat, AND THE BILLS IT PAYS - PAYEE, PAYEE'S
      *    BANK AND ACCOUNT, AMOUNT, NEXT DUE DATE, FREQUENCY - ARE
      *    ADDED TO OR CANCELLED FROM escrow_disbursements.dat.
      *    NOTHING POSTS HERE: COLLECTION RIDES ON THE INSTALLMENT
      *    (BANKING'S LOAN PAYMENT OPTION, LOAN-AUTOPAY), PAYMENT ON
      *    ESCROW-DISBURSEMENT, AND THE YEARLY ESCROW-ANALYSIS
      *    RESETS THE MONTHLY AMOUNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO "02_BANKING/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ESCROW-FILE
               ASSIGN TO "02_BANKING/loan_escrow.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESC-LOAN-ID
               FILE STATUS IS WS-ESCROW-STATUS.

           SELECT DISBURSEMENT-FILE
               ASSIGN TO "02_BANKING/escrow_disbursements.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDS-KEY
               FILE STATUS IS WS-DISBURSEMENT-STATUS.

           SELECT BANK-DIRECTORY-FILE
               ASSIGN TO "02_BANKING/bank_directory.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BANK-CODE
               FILE STATUS IS WS-DIRECTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD ESCROW-FILE.
           COPY "LOAN-ESCROW-RECORD.cpy".

       FD DISBURSEMENT-FILE.
           COPY "ESCROW-DISBURSEMENT-RECORD.cpy".

       FD BANK-DIRECTORY-FILE.
           COPY "BANK-DIRECTORY-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-ESCROW-STATUS PIC XX.
       01 WS-DISBURSEMENT-STATUS PIC XX.
       01 WS-DIRECTORY-STATUS PIC XX.
       01 WS-DISBURSEMENT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-LOAN-ID PIC 9(5).
       01 WS-NEW-MONTHLY PIC 9(5)V99.
       01 WS-NEXT-SEQUENCE PIC 9(3).
       01 WS-DUE-DATE PIC 9(8).
       01 WS-DATE-VALID PIC X.
       01 WS-IS-BUSINESS-DAY PIC X.
       01 WS-ESCROW-FOUND PIC X.
       01 WS-BILL-COUNT PIC 9(3).
       01 WS-DISPLAY-AMOUNT PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "OPERATOR ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE LOAN MASTER - "
                   "STATUS: " WS-LOAN-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O ESCROW-FILE
           IF WS-ESCROW-STATUS = "35"
               OPEN OUTPUT ESCROW-FILE
               CLOSE ESCROW-FILE
               OPEN I-O ESCROW-FILE
           END-IF
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ESCROW FILE - "
                   "STATUS: " WS-ESCROW-STATUS " ***"
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
           OPEN I-O DISBURSEMENT-FILE
           IF WS-DISBURSEMENT-STATUS = "35"
               OPEN OUTPUT DISBURSEMENT-FILE
               CLOSE DISBURSEMENT-FILE
               OPEN I-O DISBURSEMENT-FILE
           END-IF
           IF WS-DISBURSEMENT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ESCROW DISBURSEMENT "
                   "FILE - STATUS: " WS-DISBURSEMENT-STATUS " ***"
               CLOSE LOAN-FILE
               CLOSE ESCROW-FILE
               STOP RUN
           END-IF
           OPEN INPUT BANK-DIRECTORY-FILE

           PERFORM UNTIL WS-OPTION = 5
               DISPLAY " "
               DISPLAY "---LOAN ESCROW---"
               DISPLAY "    1. SET UP / CHANGE A LOAN'S ESCROW"
               DISPLAY "    2. ADD A BILL TO PAY FROM ESCROW"
               DISPLAY "    3. CANCEL A BILL"
               DISPLAY "    4. SHOW A LOAN'S ESCROW"
               DISPLAY "    5. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM SET-UP-ESCROW
                   WHEN 2
                       PERFORM ADD-DISBURSEMENT
                   WHEN 3
                       PERFORM CANCEL-DISBURSEMENT
                   WHEN 4
                       PERFORM SHOW-ESCROW
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE LOAN-FILE
           CLOSE ESCROW-FILE
           CLOSE DISBURSEMENT-FILE
           IF WS-DIRECTORY-STATUS = "00"
               CLOSE BANK-DIRECTORY-FILE
           END-IF
           DISPLAY "LOAN ESCROW DESK ENDED"
           STOP RUN.

      *    A RUNNING LOAN IS NEEDED - A PAID-OFF LOAN HAS NOTHING
      *    LEFT TO COLLECT AN ESCROW ALONGSIDE.
       READ-RUNNING-LOAN.
           MOVE "N" TO WS-ESCROW-FOUND
           DISPLAY "LOAN ID:                       "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ID
           MOVE WS-LOAN-ID TO LOAN-ID
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO LOAN WITH ID " WS-LOAN-ID
                   MOVE 0 TO WS-LOAN-ID
                   EXIT PARAGRAPH
           END-READ
           IF LOAN-STATUS NOT = "A"
               DISPLAY "LOAN " LOAN-ID " IS PAID OFF"
               MOVE 0 TO WS-LOAN-ID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOAN-ID TO ESC-LOAN-ID
           READ ESCROW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ESCROW-FOUND
           END-READ
           .

       SET-UP-ESCROW.
           PERFORM READ-RUNNING-LOAN
           IF WS-LOAN-ID = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ESCROW-FOUND = "Y"
               MOVE ESC-BALANCE TO WS-DISPLAY-AMOUNT
               DISPLAY "ESCROW ON FILE - MONTHLY " ESC-MONTHLY-AMOUNT
                   "  BALANCE " WS-DISPLAY-AMOUNT
                   "  STATUS " ESC-STATUS
           END-IF
           DISPLAY "MONTHLY ESCROW AMOUNT:         "
               WITH NO ADVANCING
           ACCEPT WS-NEW-MONTHLY
           IF WS-NEW-MONTHLY = 0
               DISPLAY "MONTHLY AMOUNT MUST BE NON-ZERO - ESCROW "
                   "NOT CHANGED"
               EXIT PARAGRAPH
           END-IF
           IF WS-ESCROW-FOUND = "Y"
               MOVE WS-NEW-MONTHLY TO ESC-MONTHLY-AMOUNT
               MOVE "A" TO ESC-STATUS
               REWRITE LOAN-ESCROW-RECORD
           ELSE
               MOVE WS-LOAN-ID TO ESC-LOAN-ID
               MOVE WS-NEW-MONTHLY TO ESC-MONTHLY-AMOUNT
               MOVE 0 TO ESC-BALANCE
               MOVE WS-TODAY-DATE TO ESC-SETUP-DATE
               MOVE 0 TO ESC-LAST-ANALYSIS-DATE
               MOVE 0 TO ESC-LAST-SHORTAGE
               MOVE 0 TO ESC-LAST-SURPLUS
               MOVE "A" TO ESC-STATUS
               WRITE LOAN-ESCROW-RECORD
           END-IF
           IF WS-ESCROW-STATUS NOT = "00"
               DISPLAY "*** FAILED TO SAVE THE ESCROW - STATUS: "
                   WS-ESCROW-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ESCROW FOR LOAN " WS-LOAN-ID " NOW COLLECTS "
               ESC-MONTHLY-AMOUNT " WITH EVERY INSTALLMENT"
           .

       ADD-DISBURSEMENT.
           PERFORM READ-RUNNING-LOAN
           IF WS-LOAN-ID = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ESCROW-FOUND NOT = "Y" OR ESC-STATUS NOT = "A"
               DISPLAY "LOAN " WS-LOAN-ID " HAS NO ACTIVE ESCROW - "
                   "SET ONE UP FIRST"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-SEQUENCE

           MOVE WS-LOAN-ID TO EDS-LOAN-ID
           MOVE WS-NEXT-SEQUENCE TO EDS-SEQUENCE
           DISPLAY "PAYEE NAME:                    "
               WITH NO ADVANCING
           ACCEPT EDS-PAYEE-NAME
           DISPLAY "PAYEE'S BANK CODE:             "
               WITH NO ADVANCING
           ACCEPT EDS-DEST-BANK
           IF WS-DIRECTORY-STATUS NOT = "00"
               DISPLAY "*** NO BANK DIRECTORY ON FILE - RUN "
                   "BANK-DIRECTORY-MAINTENANCE FIRST ***"
               EXIT PARAGRAPH
           END-IF
           MOVE EDS-DEST-BANK TO BANK-CODE
           READ BANK-DIRECTORY-FILE
               INVALID KEY
                   DISPLAY "BANK CODE " EDS-DEST-BANK " IS NOT IN "
                       "THE DIRECTORY - BILL NOT ADDED"
                   EXIT PARAGRAPH
           END-READ
           IF BANK-ACTIVE NOT = "Y"
               DISPLAY "PAYMENTS TO " BANK-NAME " ARE SUSPENDED - "
                   "BILL NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAYEE'S ACCOUNT AT THAT BANK:  "
               WITH NO ADVANCING
           ACCEPT EDS-DEST-ACCOUNT
           DISPLAY "AMOUNT:                        "
               WITH NO ADVANCING
           ACCEPT EDS-AMOUNT
           IF EDS-AMOUNT = 0
               DISPLAY "AMOUNT MUST BE NON-ZERO - BILL NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NEXT DUE DATE (YYYYMMDD):      "
               WITH NO ADVANCING
           ACCEPT WS-DUE-DATE
           CALL "BUSINESS-DAY-CHECK" USING WS-DUE-DATE WS-DATE-VALID
               WS-IS-BUSINESS-DAY
           IF WS-DATE-VALID NOT = "Y" OR WS-DUE-DATE < WS-TODAY-DATE
               DISPLAY "DUE DATE MUST BE A VALID DATE, TODAY OR "
                   "LATER - BILL NOT ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DUE-DATE TO EDS-NEXT-DUE-DATE
           DISPLAY "FREQUENCY (A=ANNUAL S=SEMI-ANNUAL Q=QUARTERLY "
               "O=ONCE):" WITH NO ADVANCING
           ACCEPT EDS-FREQUENCY
           IF EDS-FREQUENCY NOT = "A" AND EDS-FREQUENCY NOT = "S"
               AND EDS-FREQUENCY NOT = "Q" AND EDS-FREQUENCY NOT = "O"
               DISPLAY "FREQUENCY MUST BE A, S, Q OR O - BILL NOT "
                   "ADDED"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO EDS-LAST-PAID-DATE
           MOVE 0 TO EDS-LAST-PAID-AMOUNT
           MOVE "A" TO EDS-STATUS
           WRITE ESCROW-DISBURSEMENT-RECORD
           IF WS-DISBURSEMENT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO SAVE THE BILL - STATUS: "
                   WS-DISBURSEMENT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BILL " EDS-SEQUENCE " ADDED TO THE ESCROW OF LOAN "
               WS-LOAN-ID " - FIRST PAYMENT " EDS-NEXT-DUE-DATE
           .

       FIND-NEXT-SEQUENCE.
           MOVE 1 TO WS-NEXT-SEQUENCE
           MOVE "N" TO WS-DISBURSEMENT-EOF
           MOVE WS-LOAN-ID TO EDS-LOAN-ID
           MOVE 0 TO EDS-SEQUENCE
           START DISBURSEMENT-FILE KEY >= EDS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DISBURSEMENT-EOF
           END-START
           PERFORM UNTIL WS-DISBURSEMENT-EOF = "Y"
               READ DISBURSEMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DISBURSEMENT-EOF
                   NOT AT END
                       IF EDS-LOAN-ID NOT = WS-LOAN-ID
                           MOVE "Y" TO WS-DISBURSEMENT-EOF
                       ELSE
                           COMPUTE WS-NEXT-SEQUENCE = EDS-SEQUENCE + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       CANCEL-DISBURSEMENT.
           DISPLAY "LOAN ID:                       "
               WITH NO ADVANCING
           ACCEPT EDS-LOAN-ID
           DISPLAY "BILL NUMBER:                   "
               WITH NO ADVANCING
           ACCEPT EDS-SEQUENCE
           READ DISBURSEMENT-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO SUCH BILL ON FILE"
                   EXIT PARAGRAPH
           END-READ
           IF EDS-STATUS NOT = "A"
               DISPLAY "BILL " EDS-SEQUENCE " IS NOT ACTIVE (STATUS "
                   EDS-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CANCEL " EDS-AMOUNT " TO "
               FUNCTION TRIM(EDS-PAYEE-NAME) ", NEXT DUE "
               EDS-NEXT-DUE-DATE "? (Y/N):"
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "BILL NOT CANCELLED"
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO EDS-STATUS
           REWRITE ESCROW-DISBURSEMENT-RECORD
           IF WS-DISBURSEMENT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO CANCEL THE BILL - STATUS: "
                   WS-DISBURSEMENT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BILL CANCELLED"
           .

       SHOW-ESCROW.
           DISPLAY "LOAN ID:                       "
               WITH NO ADVANCING
           ACCEPT WS-LOAN-ID
           MOVE WS-LOAN-ID TO ESC-LOAN-ID
           READ ESCROW-FILE
               INVALID KEY
                   DISPLAY "LOAN " WS-LOAN-ID " HAS NO ESCROW"
                   EXIT PARAGRAPH
           END-READ
           MOVE ESC-BALANCE TO WS-DISPLAY-AMOUNT
           DISPLAY "ESCROW FOR LOAN " WS-LOAN-ID " - STATUS "
               ESC-STATUS
           DISPLAY "   MONTHLY " ESC-MONTHLY-AMOUNT "  BALANCE "
               WS-DISPLAY-AMOUNT
           DISPLAY "   SET UP " ESC-SETUP-DATE "  LAST ANALYSIS "
               ESC-LAST-ANALYSIS-DATE
           MOVE 0 TO WS-BILL-COUNT
           MOVE "N" TO WS-DISBURSEMENT-EOF
           MOVE WS-LOAN-ID TO EDS-LOAN-ID
           MOVE 0 TO EDS-SEQUENCE
           START DISBURSEMENT-FILE KEY >= EDS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DISBURSEMENT-EOF
           END-START
           PERFORM UNTIL WS-DISBURSEMENT-EOF = "Y"
               READ DISBURSEMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DISBURSEMENT-EOF
                   NOT AT END
                       IF EDS-LOAN-ID NOT = WS-LOAN-ID
                           MOVE "Y" TO WS-DISBURSEMENT-EOF
                       ELSE
                           ADD 1 TO WS-BILL-COUNT
                           DISPLAY "   BILL " EDS-SEQUENCE " "
                               EDS-PAYEE-NAME " " EDS-AMOUNT
                               " " EDS-FREQUENCY " NEXT "
                               EDS-NEXT-DUE-DATE " " EDS-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BILL-COUNT = 0
               DISPLAY "   NO BILLS ON FILE"
           END-IF
           .

       END PROGRAM LOAN-ESCROW.
