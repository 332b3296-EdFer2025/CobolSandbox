      *    JOINING: ISSUES, ACTIVATES AND BLOCKS DEBIT CARDS IN THE
      *    CARD MASTER. A LOST/STOLEN CARD IS HOT-BLOCKED ("L") AND
      *    STAYS THAT WAY - THE CUSTOMER GETS A NEW NUMBER, NOT AN
      *    UNBLOCK. ACTIVATING A REISSUED CARD RETIRES THE CARD IT
      *    REPLACES ("E"). EVERY STATUS CHANGE IS WRITTEN TO THE AUDIT
      *    MASTER SO "WHO BLOCKED THIS CARD" IS ONE AUDIT-INQUIRY
      *    FILTER. A CARD ORDERED WHILE THE HOLDER'S NEW ADDRESS,
      *    PHONE OR EMAIL IS STILL COOLING OFF NEEDS A SUPERVISOR
      *    (CONTACT-COOLING-CHECK). MENU SHAPE AS IN
      *    TELLER-MAINTENANCE (22_teller_maintenance.cob).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AUD-ID
               FILE STATUS IS WS-AUDIT-MASTER-STATUS.

      *    ONLY READ HERE TO VERIFY THE SUPERVISOR WHO LETS A CARD
      *    THROUGH A CONTACT-CHANGE COOLING-OFF
           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-FILE.
       FD AUDIT-MASTER-FILE.
           COPY "AUDIT-MASTER-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-LIST-ACCOUNT PIC 9(9).
       01 WS-LIST-COUNT PIC 9(3) VALUE 0.
       01 WS-EXPIRY-INTEGER PIC 9(9).
       01 WS-REPLACED-CARD PIC 9(16).
       01 WS-TELLER-STATUS PIC XX.
       01 WS-OVERRIDE-OK PIC X VALUE "N".
       01 WS-OVERRIDE-PIN PIC 9(4).
       01 WS-COOLING-CUSTOMER PIC 9(5) VALUE 0.
       01 WS-COOLING-JOINT PIC 9(5) VALUE 0.
       01 WS-COOLING-ACTION PIC X(2) VALUE "CR".
       01 WS-COOLING-OUTCOME PIC X.
       01 WS-COOLING-SUPERVISOR PIC X(10).
       01 WS-COOLING-IN-WINDOW PIC X.
       01 WS-COOLING-CHANGE-DATE PIC 9(8).
       01 WS-COOLING-UNTIL PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           PERFORM CHECK-CONTACT-COOLING-OFF
           IF WS-OVERRIDE-OK = "N"
               DISPLAY "CARD NOT ISSUED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO CARD-ISSUE-DATE
      *    THREE YEARS OF VALIDITY, EXPRESSED AS A DATE SO THE
      *    SETTLEMENT IMPORT CAN COMPARE IT STRAIGHT
           COMPUTE CARD-EXPIRY-DATE = WS-TODAY-DATE + 30000
           MOVE "O" TO CARD-STATUS
           MOVE WS-OPERATOR-ID TO CARD-ISSUED-BY
           MOVE 0 TO CARD-REPLACES-CARD
           MOVE 0 TO CARD-REPLACED-BY-CARD
           WRITE CARD-RECORD
               INVALID KEY
                   DISPLAY "CARD " CARD-NUMBER " ALREADY EXISTS"
           END-WRITE
           .

      *    A NEW CARD IS WHERE AN ADDRESS TAKEOVER PAYS OFF, SO
      *    WHILE EITHER HOLDER'S CONTACT CHANGE IS COOLING OFF AN
      *    ACTIVE SUPERVISOR OTHER THAN THE OPERATOR MUST SIGN IT OFF
      *    WITH THEIR PIN. THE ATTEMPT IS LOGGED EITHER WAY.
       CHECK-CONTACT-COOLING-OFF.
           MOVE "Y" TO WS-OVERRIDE-OK
           MOVE SPACE TO WS-COOLING-OUTCOME
           MOVE SPACES TO WS-COOLING-SUPERVISOR
           CALL "CONTACT-COOLING-CHECK" USING CARD-ACCOUNT
               WS-COOLING-CUSTOMER WS-COOLING-JOINT WS-COOLING-ACTION
               WS-COOLING-OUTCOME WS-OPERATOR-ID WS-COOLING-SUPERVISOR
               WS-COOLING-IN-WINDOW WS-COOLING-CHANGE-DATE
               WS-COOLING-UNTIL
           IF WS-COOLING-IN-WINDOW = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "*** CONTACT DETAILS CHANGED FROM "
               WS-COOLING-CHANGE-DATE " - COOLING-OFF UNTIL "
               WS-COOLING-UNTIL " ***"
           PERFORM SUPERVISOR-OVERRIDE
           IF WS-OVERRIDE-OK = "Y"
               MOVE "O" TO WS-COOLING-OUTCOME
           ELSE
               MOVE "R" TO WS-COOLING-OUTCOME
               MOVE SPACES TO WS-COOLING-SUPERVISOR
           END-IF
           CALL "CONTACT-COOLING-CHECK" USING CARD-ACCOUNT
               WS-COOLING-CUSTOMER WS-COOLING-JOINT WS-COOLING-ACTION
               WS-COOLING-OUTCOME WS-OPERATOR-ID WS-COOLING-SUPERVISOR
               WS-COOLING-IN-WINDOW WS-COOLING-CHANGE-DATE
               WS-COOLING-UNTIL
           .

      *    SAME CHECK AS CUSTOMER-DB'S WATCHLIST OVERRIDE: AN ACTIVE
      *    SUPERVISOR ON THE TELLER MASTER WITH THEIR PIN. A SHOP
      *    WITHOUT A TELLER MASTER YET RECORDS A NON-BLANK ID.
       SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-OK
           DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REJECT):"
               WITH NO ADVANCING
           ACCEPT WS-COOLING-SUPERVISOR
           IF WS-COOLING-SUPERVISOR = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-COOLING-SUPERVISOR = WS-OPERATOR-ID
               DISPLAY "A SUPERVISOR CANNOT OVERRIDE THEIR OWN ACTION"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TELLER-FILE
           IF WS-TELLER-STATUS NOT = "00"
               DISPLAY "NO TELLER MASTER ON FILE - OVERRIDE "
                   "RECORDED UNVERIFIED"
               MOVE "Y" TO WS-OVERRIDE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COOLING-SUPERVISOR TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "SUPERVISOR ID " WS-COOLING-SUPERVISOR
                       " IS NOT ON THE TELLER MASTER"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TELLER-ACTIVE NOT = "Y"
                           DISPLAY "SUPERVISOR ID "
                               WS-COOLING-SUPERVISOR " IS NOT ACTIVE"
                       WHEN TELLER-ROLE NOT = "S"
                           DISPLAY "TELLER " WS-COOLING-SUPERVISOR
                               " IS NOT A SUPERVISOR"
                       WHEN OTHER
                           DISPLAY "SUPERVISOR PIN:                "
                               WITH NO ADVANCING
                           ACCEPT WS-OVERRIDE-PIN
                           IF TELLER-PIN = WS-OVERRIDE-PIN
                               MOVE "Y" TO WS-OVERRIDE-OK
                           ELSE
                               DISPLAY "WRONG PIN"
                           END-IF
                   END-EVALUATE
           END-READ
           CLOSE TELLER-FILE
           .

       ACTIVATE-CARD.
           DISPLAY "CARD NUMBER:                   "
               WITH NO ADVANCING
           ELSE
               PERFORM WRITE-CARD-AUDIT-ROW
               DISPLAY "CARD " CARD-NUMBER " ACTIVE"
               IF CARD-REPLACES-CARD NOT = 0
                   PERFORM RETIRE-REPLACED-CARD
               END-IF
           END-IF
           .

      *    THE REPLACEMENT IS LIVE, SO THE CARD IT REPLACES STOPS
      *    WORKING NOW RATHER THAN AT ITS PRINTED EXPIRY. A CARD
      *    ALREADY EXPIRED OR HOT-BLOCKED IS LEFT AS IT IS.
       RETIRE-REPLACED-CARD.
           MOVE CARD-REPLACES-CARD TO WS-REPLACED-CARD
           MOVE WS-REPLACED-CARD TO CARD-NUMBER
           READ CARD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CARD-STATUS = "E" OR CARD-STATUS = "L"
               EXIT PARAGRAPH
           END-IF
           MOVE CARD-STATUS TO WS-OLD-CARD-STATUS
           MOVE "E" TO CARD-STATUS
           REWRITE CARD-RECORD
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR RETIRING CARD "
                   WS-REPLACED-CARD " - STATUS: " WS-CARD-STATUS
                   " ***"
           ELSE
               PERFORM WRITE-CARD-AUDIT-ROW
               DISPLAY "REPLACED CARD " WS-REPLACED-CARD
                   " MARKED EXPIRED"
           END-IF
           .

