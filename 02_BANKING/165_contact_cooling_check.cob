       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-COOLING-CHECK.

      *    REUSABLE SUBPROGRAM EVERY HIGH-RISK ACTION CALLS BEFORE IT
      *    GOES AHEAD - ISSUING A CARD, SAVING A PAYEE, SENDING MONEY
      *    TO ANOTHER BANK, POSTING AN ONLINE INSTRUCTION, SETTING OR
      *    UNLOCKING A KIOSK PIN. THE CLASSIC TAKEOVER IS TO CHANGE
      *    THE ADDRESS OR PHONE AND THEN DO ONE OF THOSE, SO WHEN A
      *    CONTACT ROW KEYED IN CUSTOMER-DB HAS A COOLING-OFF WINDOW
      *    COVERING THE BUSINESS DATE (CONTACT-COOLING-UNTIL, SEE
      *    CONTACT-RECORD.cpy) FOR THE CUSTOMER, OR FOR EITHER
      *    HOLDER OF THE ACCOUNT, LK-IN-WINDOW COMES BACK "Y" WITH
      *    THE CHANGE'S EFFECTIVE DATE AND THE WINDOW'S LAST DAY.
      *
      *    THE CALLER FIRST CALLS WITH LK-OUTCOME SPACE TO ASK, THEN
      *    - HAVING REFUSED THE ACTION OR HAD A SUPERVISOR OVERRIDE
      *    IT - CALLS AGAIN WITH "R" OR "O" AND THE EVENT IS WRITTEN
      *    TO THE COOLING-OFF LOG (COOLING-EVENT-RECORD.cpy) FOR
      *    CONTACT-COOLING-REPORT. A CALLER WITH ONLY THE ACCOUNT
      *    NUMBER PASSES BOTH CUSTOMERS ZERO AND THE HOLDERS ARE
      *    LOOKED UP HERE - BANKING, WHICH HAS THE MASTER OPEN,
      *    ALWAYS PASSES THEM. MISSING FILES MEAN NO WINDOW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE CONTACT ROWS CUSTOMER-DB MAINTAINS
           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT EVENT-FILE
               ASSIGN TO "02_BANKING/contact_cooling_events.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCE-KEY
               FILE STATUS IS WS-EVENT-STATUS.

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
       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD EVENT-FILE.
           COPY "COOLING-EVENT-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-EVENT-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OWNER-ID PIC 9(5).
       01 WS-JOINT-ID PIC 9(5).
       01 WS-CHECK-ID PIC 9(5).
       01 WS-WINDOW-CUSTOMER PIC 9(5).
       01 WS-WINDOW-RECORDED PIC 9(8).
       01 WS-WRITTEN PIC X.

       LINKAGE SECTION.
       01 LK-ACCOUNT PIC 9(9).
       01 LK-CUSTOMER-ID PIC 9(5).
       01 LK-JOINT-CUSTOMER-ID PIC 9(5).
       01 LK-ACTION PIC X(2).
       01 LK-OUTCOME PIC X.
       01 LK-TELLER-ID PIC X(10).
       01 LK-SUPERVISOR-ID PIC X(10).
       01 LK-IN-WINDOW PIC X.
       01 LK-CHANGE-DATE PIC 9(8).
       01 LK-COOLING-UNTIL PIC 9(8).

       PROCEDURE DIVISION USING LK-ACCOUNT LK-CUSTOMER-ID
           LK-JOINT-CUSTOMER-ID LK-ACTION LK-OUTCOME LK-TELLER-ID
           LK-SUPERVISOR-ID LK-IN-WINDOW LK-CHANGE-DATE
           LK-COOLING-UNTIL.
       MAIN-LOGIC.
           MOVE "N" TO LK-IN-WINDOW
           MOVE 0 TO LK-CHANGE-DATE
           MOVE 0 TO LK-COOLING-UNTIL
           MOVE 0 TO WS-WINDOW-CUSTOMER
           MOVE 0 TO WS-WINDOW-RECORDED
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE LK-CUSTOMER-ID TO WS-OWNER-ID
           MOVE LK-JOINT-CUSTOMER-ID TO WS-JOINT-ID
           IF LK-ACCOUNT NOT = 0 AND LK-CUSTOMER-ID = 0
               AND LK-JOINT-CUSTOMER-ID = 0
               PERFORM LOOKUP-ACCOUNT
           END-IF

           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           IF WS-OWNER-ID NOT = 0
               MOVE WS-OWNER-ID TO WS-CHECK-ID
               PERFORM CHECK-CUSTOMER-WINDOW
           END-IF
           IF WS-JOINT-ID NOT = 0 AND WS-JOINT-ID NOT = WS-OWNER-ID
               MOVE WS-JOINT-ID TO WS-CHECK-ID
               PERFORM CHECK-CUSTOMER-WINDOW
           END-IF
           CLOSE CONTACT-FILE

           IF LK-IN-WINDOW = "Y" AND LK-OUTCOME NOT = SPACE
               PERFORM WRITE-EVENT-ROW
           END-IF
           EXIT PROGRAM.

       LOOKUP-ACCOUNT.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-CUSTOMER-ID TO WS-OWNER-ID
                   MOVE ACCOUNT-JOINT-CUSTOMER-ID TO WS-JOINT-ID
           END-READ
           CLOSE ACCOUNT-FILE
           .

      *    A WINDOW OPENS ON THE DAY THE CHANGE IS KEYED AND RUNS TO
      *    CONTACT-COOLING-UNTIL. WHEN TWO CHANGES OVERLAP, OR BOTH
      *    HOLDERS HAVE ONE, THE WINDOW THAT RUNS LONGEST IS THE ONE
      *    REPORTED.
       CHECK-CUSTOMER-WINDOW.
           MOVE "N" TO WS-FILE-EOF
           MOVE WS-CHECK-ID TO CONTACT-CUSTOMER-ID
           MOVE 0 TO CONTACT-EFFECTIVE-DATE
           START CONTACT-FILE KEY >= CONTACT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CONTACT-CUSTOMER-ID NOT = WS-CHECK-ID
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           IF CONTACT-COOLING-UNTIL >= WS-TODAY-DATE
                               AND CONTACT-RECORDED-DATE
                                   <= WS-TODAY-DATE
                               AND CONTACT-COOLING-UNTIL
                                   > LK-COOLING-UNTIL
                               MOVE "Y" TO LK-IN-WINDOW
                               MOVE CONTACT-EFFECTIVE-DATE
                                   TO LK-CHANGE-DATE
                               MOVE CONTACT-COOLING-UNTIL
                                   TO LK-COOLING-UNTIL
                               MOVE CONTACT-RECORDED-DATE
                                   TO WS-WINDOW-RECORDED
                               MOVE WS-CHECK-ID
                                   TO WS-WINDOW-CUSTOMER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-EVENT-ROW.
           OPEN I-O EVENT-FILE
           IF WS-EVENT-STATUS = "35"
               OPEN OUTPUT EVENT-FILE
               CLOSE EVENT-FILE
               OPEN I-O EVENT-FILE
           END-IF
           IF WS-EVENT-STATUS NOT = "00"
               DISPLAY "*** COOLING-OFF LOG I/O ERROR - STATUS: "
                   WS-EVENT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WINDOW-CUSTOMER TO CCE-CUSTOMER-ID
           MOVE LK-CHANGE-DATE TO CCE-CHANGE-DATE
           MOVE WS-TODAY-DATE TO CCE-EVENT-DATE
           ACCEPT CCE-EVENT-TIME FROM TIME
           MOVE LK-ACTION TO CCE-ACTION
           MOVE LK-OUTCOME TO CCE-OUTCOME
           MOVE LK-ACCOUNT TO CCE-ACCOUNT
           MOVE LK-TELLER-ID TO CCE-TELLER-ID
           MOVE LK-SUPERVISOR-ID TO CCE-SUPERVISOR-ID
           MOVE WS-WINDOW-RECORDED TO CCE-RECORDED-DATE
           MOVE LK-COOLING-UNTIL TO CCE-COOLING-UNTIL
           MOVE "N" TO WS-WRITTEN
           MOVE 0 TO CCE-SEQ
           PERFORM UNTIL WS-WRITTEN = "Y" OR CCE-SEQ = 99
               WRITE COOLING-EVENT-RECORD
                   INVALID KEY
                       ADD 1 TO CCE-SEQ
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITTEN
               END-WRITE
           END-PERFORM
           IF WS-WRITTEN = "N"
               DISPLAY "*** COOLING-OFF LOG I/O ERROR - STATUS: "
                   WS-EVENT-STATUS " ***"
           END-IF
           CLOSE EVENT-FILE
           .

       END PROGRAM CONTACT-COOLING-CHECK.
