       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZBA-SWEEP.

      *    NIGHTLY ZERO-BALANCE CONCENTRATION SWEEP FOR BUSINESS
      *    CUSTOMERS. EVERY ACTIVE RELATIONSHIP IN
      *    zba_relationships.dat (MAINTAINED BY 02_BANKING/
      *    141_zba_maintenance.cob) LEAVES ITS SUB-ACCOUNT AT THE
      *    TARGET BALANCE FOR THE NIGHT. ONE MASTER AT A TIME:
      *      - FIRST EVERY SUB-ACCOUNT ABOVE ITS TARGET IS SWEPT UP,
      *        SO THE MASTER HOLDS THE DAY'S WHOLE POSITION;
      *      - THEN EVERY SUB-ACCOUNT BELOW ITS TARGET IS FUNDED DOWN
      *        FROM THE MASTER, AS FAR AS THE MASTER'S AVAILABLE
      *        FUNDS GO - A MASTER IS NEVER TAKEN OVERDRAWN.
      *    MONEY SPOKEN FOR (ACTIVE HOLDS, LEGAL-ORDER RESTRAINTS,
      *    SAVINGS-GOAL ALLOCATIONS - CALL "ACTIVE-HOLDS-TOTAL") IS
      *    NEVER SWEPT OUT OF EITHER SIDE, AND A SUB-ACCOUNT UNDER AN
      *    ACTIVE LEGAL ORDER IS NOT FUNDED - THE MASTER'S MONEY
      *    WOULD ONLY FEED THE RESTRAINT. EACH MOVEMENT IS A TYPE "T"
      *    POSTING WITH A "ZBA " MEMO, WHICH IS HOW ACCOUNT-ANALYSIS
      *    (02_BANKING/95_account_analysis.cob) PICKS THE SWEEPS OUT.
      *    THE NIGHT'S ACTIVITY, ONE SECTION PER MASTER, GOES TO
      *    zba_sweep_report.txt.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

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

           SELECT ZBA-FILE
               ASSIGN TO "02_BANKING/zba_relationships.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZBA-SUB-ACCOUNT
               ALTERNATE RECORD KEY IS ZBA-MASTER-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-ZBA-STATUS.

           SELECT LEGAL-ORDER-FILE
               ASSIGN TO "02_BANKING/legal_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-ORDER-ID
               FILE STATUS IS WS-LEGAL-ORDER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/zba_sweep_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD ZBA-FILE.
           COPY "ZBA-RECORD.cpy".

       FD LEGAL-ORDER-FILE.
           COPY "LEGAL-ORDER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-ZBA-STATUS PIC XX.
       01 WS-LEGAL-ORDER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ZBA-FILE-EOF PIC X VALUE "N".
       01 WS-SUB-ROWS-EOF PIC X VALUE "N".
       01 WS-LEGAL-ORDER-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).

      *THE MASTER BEING WORKED AND ITS STANDING
       01 WS-MASTER-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-MASTER-OK PIC X.
       01 WS-MASTER-CURRENCY PIC X(3).
       01 WS-MASTER-AVAILABLE PIC S9(9)V99.
       01 WS-MASTER-SWEPT-UP PIC 9(9)V99.
       01 WS-MASTER-FUNDED PIC 9(9)V99.
       01 WS-MASTER-SUB-COUNT PIC 9(5).

      *ONE SUB-ACCOUNT'S MOVEMENT
       01 WS-SUB-FLOOR PIC 9(9)V99.
       01 WS-MOVE-AMOUNT PIC 9(7)V99.
       01 WS-SHORTFALL PIC 9(7)V99.
       01 WS-HOLDS-TOTAL PIC 9(7)V99.
       01 WS-UNDER-LEGAL-ORDER PIC X.
      *    ACCOUNT RESTRICTIONS - A SWEEP UP NEEDS THE SUB-ACCOUNT
      *    OPEN TO DEBITS AND THE MASTER TO CREDITS; FUNDING DOWN THE
      *    REVERSE. EITHER SIDE RESTRICTED LEAVES THE SUB-ACCOUNT
      *    WHERE IT IS FOR THE NIGHT.
       01 WS-RESTRICT-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X.
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).
       01 WS-SWEEP-NOTE PIC X(17).
       01 WS-LINE-UP PIC 9(7)V99 VALUE 0.
       01 WS-LINE-DOWN PIC 9(7)V99 VALUE 0.
       01 WS-POST-FROM PIC 9(9).
       01 WS-POST-TO PIC 9(9).
       01 WS-POST-MEMO PIC X(40).
       01 WS-POSTED PIC X.

      *RUN TOTALS
       01 WS-MASTER-COUNT PIC 9(5) VALUE 0.
       01 WS-SWEEP-UP-COUNT PIC 9(5) VALUE 0.
       01 WS-FUND-DOWN-COUNT PIC 9(5) VALUE 0.
       01 WS-SHORT-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-SWEPT-UP PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-FUNDED PIC 9(9)V99 VALUE 0.

       01 WS-TARGET-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-BALANCE-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-UP-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-DOWN-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           OPEN I-O ZBA-FILE
           IF WS-ZBA-STATUS = "35"
               DISPLAY "ZBA SWEEP: NO ZBA RELATIONSHIPS ON FILE - "
                   "NOTHING TO SWEEP"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-ZBA-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ZBA RELATIONSHIP "
                   "FILE - STATUS: " WS-ZBA-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE ZBA-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ZBA CONCENTRATION SWEEP - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

      *    ONE PASS PER DISTINCT MASTER, IN MASTER-ACCOUNT ORDER.
           MOVE 0 TO ZBA-MASTER-ACCOUNT
           PERFORM UNTIL WS-ZBA-FILE-EOF = "Y"
               START ZBA-FILE KEY > ZBA-MASTER-ACCOUNT
                   INVALID KEY
                       MOVE "Y" TO WS-ZBA-FILE-EOF
               END-START
               IF WS-ZBA-FILE-EOF = "N"
                   READ ZBA-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-ZBA-FILE-EOF
                   END-READ
               END-IF
               IF WS-ZBA-FILE-EOF = "N"
                   MOVE ZBA-MASTER-ACCOUNT TO WS-MASTER-ACCOUNT
                   PERFORM SWEEP-ONE-MASTER
                   MOVE WS-MASTER-ACCOUNT TO ZBA-MASTER-ACCOUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-SWEPT-UP TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-MASTER-COUNT " MASTER ACCOUNTS - "
               WS-SWEEP-UP-COUNT " SWEPT UP, TOTAL " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-FUNDED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "                     "
               WS-FUND-DOWN-COUNT " FUNDED DOWN, TOTAL "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SHORT-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "                     "
                   WS-SHORT-COUNT " SUB-ACCOUNTS LEFT BELOW TARGET"
                   " - SEE ABOVE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           CLOSE ZBA-FILE
           CLOSE ACCOUNT-FILE
           CLOSE REPORT-FILE
           DISPLAY "ZBA SWEEP COMPLETE - " WS-SWEEP-UP-COUNT
               " SWEPT UP, " WS-FUND-DOWN-COUNT " FUNDED DOWN, "
               WS-SHORT-COUNT " LEFT SHORT"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    ONE RELATIONSHIP: HEADER, THE SWEEP-UP PASS, THE FUNDING
      *    PASS, AND THE MASTER'S POSITION AFTERWARDS. A MASTER THAT
      *    IS NOT AN OPEN ACCOUNT MOVES NOTHING - ITS SUB-ACCOUNTS
      *    KEEP THEIR BALANCES UNTIL THE DESK SORTS IT OUT.
       SWEEP-ONE-MASTER.
           ADD 1 TO WS-MASTER-COUNT
           MOVE 0 TO WS-MASTER-SWEPT-UP
           MOVE 0 TO WS-MASTER-FUNDED
           MOVE 0 TO WS-MASTER-SUB-COUNT
           MOVE "Y" TO WS-MASTER-OK
           MOVE SPACES TO WS-MASTER-CURRENCY
           MOVE WS-MASTER-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-MASTER-OK
           END-READ
           IF WS-MASTER-OK = "Y"
               MOVE ACCOUNT-CURRENCY TO WS-MASTER-CURRENCY
               IF ACCOUNT-STATUS NOT = "A"
                   MOVE "N" TO WS-MASTER-OK
               END-IF
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-MASTER-OK = "Y"
               STRING "RELATIONSHIP - MASTER ACCOUNT "
                   WS-MASTER-ACCOUNT "  CUSTOMER "
                   ACCOUNT-CUSTOMER-ID "  " WS-MASTER-CURRENCY
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "RELATIONSHIP - MASTER ACCOUNT "
                   WS-MASTER-ACCOUNT "  *** MASTER NOT OPEN - "
                   "NOTHING SWEPT ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF WS-MASTER-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "SUB-ACCT        TARGET BALANCE AFTER     SWEPT UP"
               & "  FUNDED DOWN NOTE"
               TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM START-MASTER-SUB-ROWS
           PERFORM UNTIL WS-SUB-ROWS-EOF = "Y"
               PERFORM READ-NEXT-SUB-ROW
               IF WS-SUB-ROWS-EOF = "N"
                   PERFORM SWEEP-UP-ONE-SUB
               END-IF
           END-PERFORM

           PERFORM START-MASTER-SUB-ROWS
           PERFORM UNTIL WS-SUB-ROWS-EOF = "Y"
               PERFORM READ-NEXT-SUB-ROW
               IF WS-SUB-ROWS-EOF = "N"
                   PERFORM FUND-DOWN-ONE-SUB
               END-IF
           END-PERFORM

           MOVE WS-MASTER-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE 0 TO ACCOUNT-BALANCE
           END-READ
           MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
           MOVE WS-MASTER-SWEPT-UP TO WS-UP-DISPLAY
           MOVE WS-MASTER-FUNDED TO WS-DOWN-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "MASTER                 " WS-BALANCE-DISPLAY
               " " WS-UP-DISPLAY " " WS-DOWN-DISPLAY " "
               WS-MASTER-SUB-COUNT " SUB-ACCTS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    POSITIONS ON THE FIRST ROW FOR WS-MASTER-ACCOUNT BY THE
      *    ALTERNATE KEY.
       START-MASTER-SUB-ROWS.
           MOVE "N" TO WS-SUB-ROWS-EOF
           MOVE WS-MASTER-ACCOUNT TO ZBA-MASTER-ACCOUNT
           START ZBA-FILE KEY = ZBA-MASTER-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-SUB-ROWS-EOF
           END-START
           .

      *    NEXT ACTIVE ROW OF THIS MASTER - SUSPENDED AND ENDED ROWS
      *    ARE PASSED OVER.
       READ-NEXT-SUB-ROW.
           PERFORM UNTIL WS-SUB-ROWS-EOF = "Y"
               READ ZBA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SUB-ROWS-EOF
                   NOT AT END
                       IF ZBA-MASTER-ACCOUNT NOT = WS-MASTER-ACCOUNT
                           MOVE "Y" TO WS-SUB-ROWS-EOF
                       ELSE
                           IF ZBA-STATUS = "A"
                               EXIT PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE SUB-ACCOUNT KEEPS ITS TARGET, OR WHATEVER IS SPOKEN
      *    FOR IF THAT IS MORE; EVERYTHING ABOVE GOES UP. A
      *    SUB-ACCOUNT THAT IS NOT OPEN, OR HAS BEEN MOVED TO
      *    ANOTHER CURRENCY, IS REPORTED AND LEFT ALONE IN BOTH
      *    PASSES.
       SWEEP-UP-ONE-SUB.
           ADD 1 TO WS-MASTER-SUB-COUNT
           MOVE ZBA-SUB-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO WS-SWEEP-NOTE
                   MOVE 0 TO ACCOUNT-BALANCE
                   PERFORM WRITE-SUB-LINE
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS NOT = "A"
               MOVE "NOT OPEN" TO WS-SWEEP-NOTE
               PERFORM WRITE-SUB-LINE
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CURRENCY NOT = WS-MASTER-CURRENCY
               MOVE "CURRENCY DIFFERS" TO WS-SWEEP-NOTE
               PERFORM WRITE-SUB-LINE
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-BALANCE <= ZBA-TARGET-BALANCE
      *        NOTHING TO SWEEP - THE FUNDING PASS REPORTS IT
               EXIT PARAGRAPH
           END-IF
           MOVE ZBA-SUB-ACCOUNT TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-ZBA-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "N"
               MOVE WS-MASTER-ACCOUNT TO WS-RESTRICT-ACCOUNT
               MOVE "C" TO WS-RESTRICT-DIRECTION
               PERFORM CHECK-ZBA-RESTRICTION
           END-IF
           IF WS-ACCOUNT-RESTRICTED = "Y"
               PERFORM WRITE-SUB-LINE
               EXIT PARAGRAPH
           END-IF
           CALL "ACTIVE-HOLDS-TOTAL" USING ZBA-SUB-ACCOUNT
               WS-TODAY-DATE WS-HOLDS-TOTAL
           MOVE ZBA-TARGET-BALANCE TO WS-SUB-FLOOR
           IF WS-HOLDS-TOTAL > WS-SUB-FLOOR
               MOVE WS-HOLDS-TOTAL TO WS-SUB-FLOOR
           END-IF
           MOVE SPACES TO WS-SWEEP-NOTE
           IF ACCOUNT-BALANCE <= WS-SUB-FLOOR
               MOVE "HELD - NOT SWEPT" TO WS-SWEEP-NOTE
               PERFORM WRITE-SUB-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MOVE-AMOUNT = ACCOUNT-BALANCE - WS-SUB-FLOOR
           IF WS-SUB-FLOOR > ZBA-TARGET-BALANCE
               MOVE "HOLDS LEFT" TO WS-SWEEP-NOTE
           END-IF

           MOVE ZBA-SUB-ACCOUNT TO WS-POST-FROM
           MOVE WS-MASTER-ACCOUNT TO WS-POST-TO
           MOVE SPACES TO WS-POST-MEMO
           STRING "ZBA SWEEP TO MASTER " WS-MASTER-ACCOUNT
               DELIMITED BY SIZE INTO WS-POST-MEMO
           PERFORM POST-ZBA-MOVEMENT
           IF WS-POSTED = "N"
               MOVE "POSTING FAILED" TO WS-SWEEP-NOTE
               PERFORM WRITE-SUB-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SWEEP-UP-COUNT
           ADD WS-MOVE-AMOUNT TO WS-MASTER-SWEPT-UP
           ADD WS-MOVE-AMOUNT TO WS-TOTAL-SWEPT-UP
           MOVE WS-TODAY-DATE TO ZBA-LAST-SWEEP-DATE
           MOVE WS-MOVE-AMOUNT TO ZBA-LAST-SWEEP-AMOUNT
           REWRITE ZBA-RECORD
           MOVE ZBA-SUB-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-MOVE-AMOUNT TO WS-LINE-UP
           PERFORM WRITE-SUB-LINE
           .

      *    A SUB-ACCOUNT BELOW ITS TARGET IS TOPPED UP FROM WHAT THE
      *    MASTER HAS AVAILABLE (LEDGER LESS ITS OWN HOLDS); WHEN
      *    THAT RUNS OUT THE SUB-ACCOUNT IS FUNDED IN PART OR NOT AT
      *    ALL AND FLAGGED ON THE REPORT.
       FUND-DOWN-ONE-SUB.
           MOVE ZBA-SUB-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS NOT = "A"
               OR ACCOUNT-CURRENCY NOT = WS-MASTER-CURRENCY
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-BALANCE > ZBA-TARGET-BALANCE
      *        LEFT ABOVE TARGET BY HOLDS - REPORTED IN THE SWEEP
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SWEEP-NOTE
           IF ACCOUNT-BALANCE = ZBA-TARGET-BALANCE
               IF ZBA-LAST-SWEEP-DATE NOT = WS-TODAY-DATE
                   MOVE "AT TARGET" TO WS-SWEEP-NOTE
                   PERFORM WRITE-SUB-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SHORTFALL =
               ZBA-TARGET-BALANCE - ACCOUNT-BALANCE

           PERFORM CHECK-SUB-LEGAL-ORDER
           IF WS-UNDER-LEGAL-ORDER = "Y"
               MOVE "LEGAL ORDER" TO WS-SWEEP-NOTE
               ADD 1 TO WS-SHORT-COUNT
               PERFORM WRITE-SUB-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE ZBA-SUB-ACCOUNT TO WS-RESTRICT-ACCOUNT
           MOVE "C" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-ZBA-RESTRICTION
           IF WS-ACCOUNT-RESTRICTED = "N"
               MOVE WS-MASTER-ACCOUNT TO WS-RESTRICT-ACCOUNT
               MOVE "D" TO WS-RESTRICT-DIRECTION
               PERFORM CHECK-ZBA-RESTRICTION
           END-IF
           IF WS-ACCOUNT-RESTRICTED = "Y"
               ADD 1 TO WS-SHORT-COUNT
               PERFORM WRITE-SUB-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MASTER-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           CALL "ACTIVE-HOLDS-TOTAL" USING WS-MASTER-ACCOUNT
               WS-TODAY-DATE WS-HOLDS-TOTAL
           COMPUTE WS-MASTER-AVAILABLE =
               ACCOUNT-BALANCE - WS-HOLDS-TOTAL
           MOVE WS-SHORTFALL TO WS-MOVE-AMOUNT
           IF WS-MASTER-AVAILABLE < WS-MOVE-AMOUNT
               IF WS-MASTER-AVAILABLE > 0
                   MOVE WS-MASTER-AVAILABLE TO WS-MOVE-AMOUNT
                   MOVE "MASTER SHORT-PART" TO WS-SWEEP-NOTE
               ELSE
                   MOVE 0 TO WS-MOVE-AMOUNT
                   MOVE "MASTER SHORT" TO WS-SWEEP-NOTE
               END-IF
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           IF WS-MOVE-AMOUNT = 0
               MOVE ZBA-SUB-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM WRITE-SUB-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-MASTER-ACCOUNT TO WS-POST-FROM
           MOVE ZBA-SUB-ACCOUNT TO WS-POST-TO
           MOVE SPACES TO WS-POST-MEMO
           STRING "ZBA FUNDING FROM MASTER " WS-MASTER-ACCOUNT
               DELIMITED BY SIZE INTO WS-POST-MEMO
           PERFORM POST-ZBA-MOVEMENT
           IF WS-POSTED = "N"
               MOVE "POSTING FAILED" TO WS-SWEEP-NOTE
               PERFORM WRITE-SUB-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FUND-DOWN-COUNT
           ADD WS-MOVE-AMOUNT TO WS-MASTER-FUNDED
           ADD WS-MOVE-AMOUNT TO WS-TOTAL-FUNDED
           MOVE WS-TODAY-DATE TO ZBA-LAST-SWEEP-DATE
           COMPUTE ZBA-LAST-SWEEP-AMOUNT = WS-MOVE-AMOUNT * -1
           REWRITE ZBA-RECORD
           MOVE ZBA-SUB-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE WS-MOVE-AMOUNT TO WS-LINE-DOWN
           PERFORM WRITE-SUB-LINE
           .

      *    SETS WS-SWEEP-NOTE TO SAY WHICH SIDE IS RESTRICTED.
       CHECK-ZBA-RESTRICTION.
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-RESTRICT-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               IF WS-RESTRICT-ACCOUNT = WS-MASTER-ACCOUNT
                   MOVE "MASTER RESTRICTED" TO WS-SWEEP-NOTE
               ELSE
                   MOVE "RESTRICTED" TO WS-SWEEP-NOTE
               END-IF
           END-IF
           .

       CHECK-SUB-LEGAL-ORDER.
           MOVE "N" TO WS-UNDER-LEGAL-ORDER
           OPEN INPUT LEGAL-ORDER-FILE
           IF WS-LEGAL-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LEGAL-ORDER-EOF
           PERFORM UNTIL WS-LEGAL-ORDER-EOF = "Y"
               READ LEGAL-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LEGAL-ORDER-EOF
                   NOT AT END
                       IF LGL-ACCOUNT = ZBA-SUB-ACCOUNT
                           AND LGL-STATUS = "A"
                           MOVE "Y" TO WS-UNDER-LEGAL-ORDER
                           MOVE "Y" TO WS-LEGAL-ORDER-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE
           .

      *    MOVES WS-MOVE-AMOUNT FROM WS-POST-FROM TO WS-POST-TO AND
      *    RECORDS THE TYPE "T" POSTING. THE DEBIT SIDE IS PUT BACK
      *    IF THE CREDIT SIDE CANNOT BE WRITTEN. SETS WS-POSTED.
       POST-ZBA-MOVEMENT.
           MOVE "N" TO WS-POSTED
           MOVE WS-POST-FROM TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-MOVE-AMOUNT FROM ACCOUNT-BALANCE
           REWRITE ACCOUNT-RECORD
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** FAILED TO REWRITE ACCOUNT "
                   ACCOUNT-NUMBER " - STATUS: " WS-ACCOUNT-STATUS
                   " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-POST-TO TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "10" TO WS-ACCOUNT-STATUS
               NOT INVALID KEY
                   ADD WS-MOVE-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT CREDIT ACCOUNT " WS-POST-TO
                   " - REVERSING THE DEBIT ***"
               MOVE WS-POST-FROM TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   NOT INVALID KEY
                       ADD WS-MOVE-AMOUNT TO ACCOUNT-BALANCE
                       REWRITE ACCOUNT-RECORD
               END-READ
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           CALL "NEXT-TRANSACTION-REF" USING TRANSACTION-REF
           MOVE SPACES TO TRANSACTION-BRANCH
           MOVE WS-POST-FROM TO FROM-ACCOUNT
           MOVE WS-POST-TO TO TO-ACCOUNT
           MOVE WS-MOVE-AMOUNT TO TRANSACTION-AMOUNT
           MOVE "T" TO TRANSACTION-TYPE
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE WS-POST-MEMO TO TRANSACTION-MEMO
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE SPACES TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING ZBA TRANSACTION - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
           END-IF
           CLOSE TRANSACTION-FILE
           MOVE "Y" TO WS-POSTED
           .

      *    ONE DETAIL LINE FROM ACCOUNT-RECORD (THE SUB-ACCOUNT AS
      *    IT NOW STANDS), THE ROW'S TARGET, AND WHATEVER MOVED.
       WRITE-SUB-LINE.
           MOVE ZBA-TARGET-BALANCE TO WS-TARGET-DISPLAY
           MOVE ACCOUNT-BALANCE TO WS-BALANCE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING ZBA-SUB-ACCOUNT " " WS-TARGET-DISPLAY " "
               WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           IF WS-LINE-UP > 0
               MOVE WS-LINE-UP TO WS-UP-DISPLAY
               MOVE WS-UP-DISPLAY TO REPORT-LINE(38:12)
           END-IF
           IF WS-LINE-DOWN > 0
               MOVE WS-LINE-DOWN TO WS-DOWN-DISPLAY
               MOVE WS-DOWN-DISPLAY TO REPORT-LINE(51:12)
           END-IF
           MOVE WS-SWEEP-NOTE TO REPORT-LINE(64:17)
           WRITE REPORT-LINE
           MOVE 0 TO WS-LINE-UP
           MOVE 0 TO WS-LINE-DOWN
           MOVE SPACES TO WS-SWEEP-NOTE
           .

       END PROGRAM ZBA-SWEEP.
