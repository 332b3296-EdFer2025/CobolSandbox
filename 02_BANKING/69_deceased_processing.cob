
      *    DECEASED-CUSTOMER WORKFLOW. RECORDING A DEATH NOTICE
      *    MARKS THE CUSTOMER DECEASED, FREEZES THEIR SOLE-OWNED
      *    ACCOUNTS (JOINT ACCOUNTS KEEP WORKING FOR THE SURVIVOR)
      *    WITH A "NO DEBITS" RESTRICTION, REASON "DC", AND STOPS
      *    THEIR STANDING ORDERS. ONCE THE BACK OFFICE HAS
      *    VERIFIED THE DOCUMENTS, THE RELEASE FUNCTION PAYS EACH
      *    FROZEN ACCOUNT'S BALANCE OUT ALONG THE RECORDED
      *    BENEFICIARY SPLITS (68_beneficiary_maintenance.cob) AND
      *    CLOSES THE ACCOUNT, WITH EVERY STEP WRITTEN TO THE AUDIT
      *    MASTER AND A RELEASE REPORT. A RELEASE LIFTS THE "DC"
      *    RESTRICTION; ANY OTHER RESTRICTION STILL AGAINST DEBITS
      *    (A COURT ORDER, A FRAUD HOLD) STOPS THE RELEASE UNTIL IT
      *    IS LIFTED ITSELF. THE ESTATE IS WRITTEN TO WHEN THE DEATH
      *    IS RECORDED, AND EACH BENEFICIARY WHO BANKS WITH US WHEN
      *    THEIR SHARE IS PAID, THROUGH THE CORRESPONDENCE OUTBOX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AUD-ID
               FILE STATUS IS WS-AUDIT-MASTER-STATUS.

           SELECT RESTRICTION-FILE
               ASSIGN TO "02_BANKING/account_restrictions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RESTRICTION-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/deceased_release_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD AUDIT-MASTER-FILE.
           COPY "AUDIT-MASTER-RECORD.cpy".

       FD RESTRICTION-FILE.
           COPY "RESTRICTION-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       01 WS-SHARE-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-SHARE-COUNT PIC 9(2) VALUE 0.
       01 WS-OLD-STATUS PIC X.
       01 WS-RESTRICTION-STATUS PIC XX.
       01 WS-RESTRICTION-EOF PIC X.
       01 WS-RST-TYPE PIC X VALUE "D".
       01 WS-RST-REASON PIC X(2) VALUE "DC".
       01 WS-RST-NOTE PIC X(30).
       01 WS-RST-EXPIRY PIC 9(8) VALUE 0.
       01 WS-RST-SEQ PIC 9(4).
       01 WS-RST-PLACED PIC X.
      *    WHAT THE ESTATE ACCOUNT'S RESTRICTION ROWS SAY AT RELEASE
       01 WS-DC-RESTRICTIONS PIC 9(3).
       01 WS-OTHER-RESTRICTIONS PIC 9(3).
       01 WS-OTHER-REASON PIC X(2).
       01 WS-LIFT-RESTRICTIONS PIC X VALUE "N".
           COPY "CORRESPONDENCE-ITEM.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           END-IF
           PERFORM FREEZE-SOLE-OWNED-ACCOUNTS
           PERFORM STOP-DECEASED-STANDING-ORDERS
           PERFORM QUEUE-ESTATE-LETTER
           DISPLAY "DEATH NOTICE RECORDED - " WS-FROZEN-COUNT
               " ACCOUNTS FROZEN, " WS-STOPPED-ORDERS
               " STANDING ORDERS STOPPED"
           .

      *    ACKNOWLEDGES THE NOTICE TO THE ESTATE AT THE DECEASED'S
      *    ADDRESS ON FILE AND SAYS WHAT HAPPENS NEXT
       QUEUE-ESTATE-LETTER.
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE WS-DECEASED-ID TO COI-CUSTOMER-ID
           MOVE 0 TO COI-ACCOUNT
           MOVE "DECD" TO COI-DOC-TYPE
           MOVE "DECEASED-PROCESSING" TO COI-PRODUCED-BY
           STRING "TO THE ESTATE OF "
               FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
               FUNCTION TRIM(CUSTOMER-LAST-NAME)
               DELIMITED BY SIZE INTO COI-LINE(1)
           STRING "DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO COI-LINE(2)
           MOVE "WE ARE SORRY FOR YOUR LOSS. WE HAVE RECORDED THE "
               & "DEATH NOTICE WE RECEIVED." TO COI-LINE(3)
           STRING WS-FROZEN-COUNT " ACCOUNT(S) HELD SOLELY IN THIS "
               "NAME ARE FROZEN AND " WS-STOPPED-ORDERS
               " STANDING ORDER(S) STOPPED."
               DELIMITED BY SIZE INTO COI-LINE(4)
           MOVE "JOINT ACCOUNTS CONTINUE TO OPERATE FOR THE "
               & "SURVIVING HOLDER." TO COI-LINE(5)
           MOVE "BALANCES WILL BE RELEASED TO THE RECORDED "
               & "BENEFICIARIES ONCE THE DOCUMENTS ARE VERIFIED."
               TO COI-LINE(6)
           MOVE 6 TO COI-LINE-COUNT
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           .

      *    ONLY SOLE-OWNED ("P") ACCOUNTS FREEZE - A JOINT ACCOUNT
      *    BELONGS TO THE SURVIVOR TOO AND KEEPS WORKING. THE FREEZE
      *    IS A RESTRICTION ROW OF ITS OWN, SO THE ACCOUNT STATUS IS
      *    LEFT ALONE AND NOTHING ELSE ON THE ACCOUNT IS DISTURBED.
       FREEZE-SOLE-OWNED-ACCOUNTS.
           MOVE 0 TO WS-FROZEN-COUNT
           MOVE "N" TO WS-ACCOUNT-FILE-EOF
                           AND ACCOUNT-OWNERSHIP-TYPE = "P"
                           AND (ACCOUNT-STATUS = "A"
                               OR ACCOUNT-STATUS = "D")
                           MOVE SPACES TO WS-RST-NOTE
                           STRING "DEATH NOTICE - CUSTOMER "
                               WS-DECEASED-ID
                               DELIMITED BY SIZE INTO WS-RST-NOTE
                           CALL "PLACE-ACCOUNT-RESTRICTION" USING
                               ACCOUNT-NUMBER WS-RST-TYPE
                               WS-RST-REASON WS-RST-NOTE
                               WS-OPERATOR-ID WS-TODAY-DATE
                               WS-RST-EXPIRY WS-RST-SEQ WS-RST-PLACED
                           IF WS-RST-PLACED = "N"
                               DISPLAY "*** COULD NOT RESTRICT "
                                   "ACCOUNT " ACCOUNT-NUMBER " ***"
                           ELSE
                               ADD 1 TO WS-FROZEN-COUNT
                           END-IF
                       END-IF
               END-READ
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE "N" TO WS-LIFT-RESTRICTIONS
           PERFORM SCAN-ESTATE-RESTRICTIONS
           IF WS-DC-RESTRICTIONS = 0 AND ACCOUNT-STATUS NOT = "F"
               DISPLAY "ACCOUNT " ACCOUNT-NUMBER " IS NOT FROZEN "
                   "(STATUS: " ACCOUNT-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           IF WS-OTHER-RESTRICTIONS > 0
               DISPLAY "ACCOUNT " ACCOUNT-NUMBER " IS ALSO "
                   "RESTRICTED FOR REASON " WS-OTHER-REASON
                   " - NOTHING RELEASED"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
           END-IF
           REWRITE ACCOUNT-RECORD
           PERFORM WRITE-STATUS-AUDIT-ROW
           IF WS-RELEASE-REMAINING = 0
               MOVE "Y" TO WS-LIFT-RESTRICTIONS
               PERFORM SCAN-ESTATE-RESTRICTIONS
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNT " WS-ESTATE-ACCOUNT
               " CLOSED WITH STATUS " ACCOUNT-STATUS
               " BENEFICIARIES PAID"
           .

      *    COUNTS THE ESTATE ACCOUNT'S RESTRICTIONS IN FORCE - THE
      *    "DC" ROWS THIS PROGRAM PLACED AND ANY OTHER ROW AGAINST
      *    DEBITS. WITH WS-LIFT-RESTRICTIONS = "Y" THE "DC" ROWS ARE
      *    LIFTED AS THEY ARE FOUND (THE ACCOUNT HAS JUST CLOSED).
       SCAN-ESTATE-RESTRICTIONS.
           MOVE 0 TO WS-DC-RESTRICTIONS
           MOVE 0 TO WS-OTHER-RESTRICTIONS
           MOVE SPACES TO WS-OTHER-REASON
           OPEN I-O RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RESTRICTION-EOF
           MOVE WS-ESTATE-ACCOUNT TO RST-ACCOUNT
           MOVE 0 TO RST-SEQ
           START RESTRICTION-FILE KEY >= RST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RESTRICTION-EOF
           END-START
           PERFORM UNTIL WS-RESTRICTION-EOF = "Y"
               READ RESTRICTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RESTRICTION-EOF
                   NOT AT END
                       IF RST-ACCOUNT NOT = WS-ESTATE-ACCOUNT
                           MOVE "Y" TO WS-RESTRICTION-EOF
                       ELSE
                           IF RST-STATUS = "A"
                               AND (RST-EXPIRY-DATE = 0
                               OR RST-EXPIRY-DATE >= WS-TODAY-DATE)
                               PERFORM TALLY-ESTATE-RESTRICTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRICTION-FILE
           .

       TALLY-ESTATE-RESTRICTION.
           IF RST-REASON = "DC"
               ADD 1 TO WS-DC-RESTRICTIONS
               IF WS-LIFT-RESTRICTIONS = "Y"
                   MOVE "L" TO RST-STATUS
                   MOVE WS-OPERATOR-ID TO RST-LIFTED-BY
                   MOVE WS-TODAY-DATE TO RST-LIFTED-DATE
                   REWRITE RESTRICTION-RECORD
               END-IF
           ELSE
               IF RST-TYPE = "D"
                   ADD 1 TO WS-OTHER-RESTRICTIONS
                   MOVE RST-REASON TO WS-OTHER-REASON
               END-IF
           END-IF
           .

       PAY-EACH-BENEFICIARY.
           MOVE "N" TO WS-BENEFICIARY-EOF
           MOVE WS-ESTATE-ACCOUNT TO BEN-ACCOUNT
               " PAID " WS-SHARE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF BEN-TYPE = "C" AND BEN-CUSTOMER-ID NOT = 0
               PERFORM QUEUE-BENEFICIARY-LETTER
           END-IF
           .

      *    AN EXTERNAL BENEFICIARY HAS NO CONTACT ROW WITH US - THEIR
      *    OFFICIAL CHECK GOES OUT WITH ITS OWN COVERING LETTER
       QUEUE-BENEFICIARY-LETTER.
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE BEN-CUSTOMER-ID TO COI-CUSTOMER-ID
           MOVE BEN-PAYOUT-ACCOUNT TO COI-ACCOUNT
           MOVE "DECD" TO COI-DOC-TYPE
           MOVE "DECEASED-PROCESSING" TO COI-PRODUCED-BY
           STRING "TO " FUNCTION TRIM(BEN-NAME)
               DELIMITED BY SIZE INTO COI-LINE(1)
           STRING "DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO COI-LINE(2)
           STRING "AS A NAMED BENEFICIARY OF ACCOUNT " WS-ESTATE-ACCOUNT
               " YOU HAVE BEEN PAID " WS-SHARE-AMOUNT
               DELIMITED BY SIZE INTO COI-LINE(3)
           STRING "(" BEN-PERCENT " PERCENT). THE FUNDS ARE IN YOUR "
               "ACCOUNT " BEN-PAYOUT-ACCOUNT "."
               DELIMITED BY SIZE INTO COI-LINE(4)
           MOVE 4 TO COI-LINE-COUNT
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           .

       WRITE-RELEASE-TRANSACTION.
