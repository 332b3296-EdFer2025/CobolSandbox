       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICTION-MAINTENANCE.

      *    TELLER / BACK-OFFICE SCREEN FOR ACCOUNT RESTRICTIONS
      *    (RESTRICTION-RECORD.cpy). EACH RESTRICTION IS ITS OWN ROW
      *    WITH A TYPE, A REASON AND AN OPTIONAL LAST DAY, SO A
      *    COURT ORDER, A FRAUD HOLD AND A TELLER CAUTION CAN SIT ON
      *    ONE ACCOUNT TOGETHER AND BE LIFTED ONE AT A TIME. NEW ROWS
      *    GO THROUGH PLACE-ACCOUNT-RESTRICTION, THE SAME ROUTINE THE
      *    BATCH JOBS USE. LIFTING IS BY ACCOUNT AND SEQUENCE AND IS
      *    RECORDED AGAINST THE OPERATOR. MENU SHAPE AS IN
      *    LEGAL-ORDER-MAINTENANCE (66_legal_order_maintenance.cob).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTION-FILE
               ASSIGN TO "02_BANKING/account_restrictions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RESTRICTION-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD RESTRICTION-FILE.
           COPY "RESTRICTION-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RESTRICTION-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPTION PIC 9.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-STATE-TEXT PIC X(8).
       01 WS-NEW-ACCOUNT PIC 9(9).
       01 WS-NEW-TYPE PIC X.
       01 WS-NEW-REASON PIC X(2).
       01 WS-NEW-NOTE PIC X(30).
       01 WS-NEW-EXPIRY PIC 9(8).
       01 WS-NEW-SEQ PIC 9(4).
       01 WS-PLACED PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "OPERATOR ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - "
                   "STATUS: " WS-ACCOUNT-STATUS " ***"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPTION = 4
               DISPLAY " "
               DISPLAY "---ACCOUNT RESTRICTION MAINTENANCE---"
               DISPLAY "    1. PLACE A RESTRICTION"
               DISPLAY "    2. LIFT A RESTRICTION"
               DISPLAY "    3. LIST RESTRICTIONS FOR AN ACCOUNT"
               DISPLAY "    4. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM PLACE-RESTRICTION
                   WHEN 2
                       PERFORM LIFT-RESTRICTION
                   WHEN 3
                       PERFORM LIST-ACCOUNT-RESTRICTIONS
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE ACCOUNT-FILE
           DISPLAY "ACCOUNT RESTRICTION MAINTENANCE ENDED"
           STOP RUN.

       PLACE-RESTRICTION.
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT WS-NEW-ACCOUNT
           MOVE WS-NEW-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO ACCOUNT WITH NUMBER "
                       WS-NEW-ACCOUNT " - NOTHING PLACED"
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS = "C"
               DISPLAY "ACCOUNT " WS-NEW-ACCOUNT " IS CLOSED - "
                   "NOTHING PLACED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TYPE (D=NO DEBITS, C=NO CREDITS,"
           DISPLAY "  X=NO EXTERNAL, O=NO ONLINE, K=NO CARD): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-TYPE
           IF WS-NEW-TYPE NOT = "D" AND NOT = "C" AND NOT = "X"
               AND NOT = "O" AND NOT = "K"
               DISPLAY "---INVALID RESTRICTION TYPE---"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON (CO=COURT ORDER, FR=FRAUD, DC=DECEASED,"
           DISPLAY "  TC=TELLER CAUTION, KY=KYC, BK=BANKRUPTCY,"
           DISPLAY "  CR=CUSTOMER REQUEST, OT=OTHER):  "
               WITH NO ADVANCING
           ACCEPT WS-NEW-REASON
           IF WS-NEW-REASON NOT = "CO" AND NOT = "FR" AND NOT = "DC"
               AND NOT = "TC" AND NOT = "KY" AND NOT = "BK"
               AND NOT = "CR" AND NOT = "OT"
               DISPLAY "---INVALID RESTRICTION REASON---"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "NOTE:                          "
               WITH NO ADVANCING
           ACCEPT WS-NEW-NOTE
           IF WS-NEW-REASON = "OT" AND WS-NEW-NOTE = SPACES
               DISPLAY "---A NOTE IS REQUIRED FOR REASON OT---"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LAST DAY (YYYYMMDD, 0=NONE):   "
               WITH NO ADVANCING
           ACCEPT WS-NEW-EXPIRY
           IF WS-NEW-EXPIRY NOT = 0
               AND WS-NEW-EXPIRY < WS-TODAY-DATE
               DISPLAY "---LAST DAY IS ALREADY PAST---"
               EXIT PARAGRAPH
           END-IF
           CALL "PLACE-ACCOUNT-RESTRICTION" USING WS-NEW-ACCOUNT
               WS-NEW-TYPE WS-NEW-REASON WS-NEW-NOTE WS-OPERATOR-ID
               WS-TODAY-DATE WS-NEW-EXPIRY WS-NEW-SEQ WS-PLACED
           EVALUATE WS-PLACED
               WHEN "Y"
                   DISPLAY "RESTRICTION " WS-NEW-SEQ " PLACED ON "
                       "ACCOUNT " WS-NEW-ACCOUNT
               WHEN "D"
                   DISPLAY "ACCOUNT " WS-NEW-ACCOUNT " ALREADY HAS "
                       "THIS RESTRICTION FOR THIS REASON (SEQUENCE "
                       WS-NEW-SEQ ") - NOTHING PLACED"
               WHEN OTHER
                   DISPLAY "*** COULD NOT WRITE THE RESTRICTION "
                       "FILE ***"
           END-EVALUATE
           .

       LIFT-RESTRICTION.
           OPEN I-O RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS NOT = "00"
               DISPLAY "NO RESTRICTIONS ARE ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT RST-ACCOUNT
           DISPLAY "RESTRICTION SEQUENCE:          "
               WITH NO ADVANCING
           ACCEPT RST-SEQ
           READ RESTRICTION-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO SUCH RESTRICTION"
               NOT INVALID KEY
                   IF RST-STATUS NOT = "A"
                       DISPLAY "RESTRICTION IS NOT ACTIVE (STATUS: "
                           RST-STATUS ")"
                   ELSE
                       MOVE "L" TO RST-STATUS
                       MOVE WS-OPERATOR-ID TO RST-LIFTED-BY
                       MOVE WS-TODAY-DATE TO RST-LIFTED-DATE
                       REWRITE RESTRICTION-RECORD
                       IF WS-RESTRICTION-STATUS NOT = "00"
                           DISPLAY "*** I/O ERROR LIFTING THE "
                               "RESTRICTION - STATUS: "
                               WS-RESTRICTION-STATUS " ***"
                       ELSE
                           DISPLAY "RESTRICTION " RST-SEQ
                               " LIFTED - OTHER RESTRICTIONS ON "
                               "THE ACCOUNT STAY IN FORCE"
                       END-IF
                   END-IF
           END-READ
           CLOSE RESTRICTION-FILE
           .

       LIST-ACCOUNT-RESTRICTIONS.
           OPEN INPUT RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS NOT = "00"
               DISPLAY "NO RESTRICTIONS ARE ON FILE"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACCOUNT NUMBER:                "
               WITH NO ADVANCING
           ACCEPT RST-ACCOUNT
           MOVE RST-ACCOUNT TO WS-NEW-ACCOUNT
           MOVE 0 TO RST-SEQ
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-FILE-EOF
           START RESTRICTION-FILE KEY >= RST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ RESTRICTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF RST-ACCOUNT NOT = WS-NEW-ACCOUNT
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           PERFORM DISPLAY-RESTRICTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRICTION-FILE
           IF WS-LIST-COUNT = 0
               DISPLAY "NO RESTRICTIONS FOR ACCOUNT " WS-NEW-ACCOUNT
           END-IF
           .

      *    AN ACTIVE ROW PAST ITS LAST DAY IS SHOWN AS LAPSED - IT
      *    NO LONGER BLOCKS ANYTHING, TONIGHT'S EXPIRY RUN MARKS IT.
       DISPLAY-RESTRICTION.
           ADD 1 TO WS-LIST-COUNT
           EVALUATE TRUE
               WHEN RST-STATUS = "L"
                   MOVE "LIFTED" TO WS-STATE-TEXT
               WHEN RST-STATUS = "E"
                   MOVE "EXPIRED" TO WS-STATE-TEXT
               WHEN RST-EXPIRY-DATE NOT = 0
                   AND RST-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE "LAPSED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATE-TEXT
           END-EVALUATE
           DISPLAY "   SEQ " RST-SEQ
               " TYPE " RST-TYPE
               " REASON " RST-REASON
               " " WS-STATE-TEXT
               " PLACED " RST-PLACED-DATE
               " BY " FUNCTION TRIM(RST-PLACED-BY)
               " LAST DAY " RST-EXPIRY-DATE
           IF RST-NOTE NOT = SPACES
               DISPLAY "      " FUNCTION TRIM(RST-NOTE)
           END-IF
           IF RST-STATUS = "L"
               DISPLAY "      LIFTED " RST-LIFTED-DATE " BY "
                   FUNCTION TRIM(RST-LIFTED-BY)
           END-IF
           .

       END PROGRAM RESTRICTION-MAINTENANCE.
