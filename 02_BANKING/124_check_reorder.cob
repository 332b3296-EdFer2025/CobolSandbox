       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-REORDER.

      *    NIGHTLY CHECKBOOK REORDER SCAN. ONE PASS OVER THE CHECK
      *    REGISTER (KEYED ACCOUNT + CHECK NUMBER, SO EACH ACCOUNT'S
      *    CHECKS ARRIVE TOGETHER) FINDS, PER ACCOUNT, THE LAST
      *    NUMBER ISSUED AND THE HIGHEST NUMBER ALREADY USED (PAID
      *    OR STOPPED). WHEN THE CHECKS LEFT BETWEEN THEM FALL TO
      *    THE CHK-REORDER-LEVEL PARAMETER (FALLBACK 10), AN ORDER
      *    FOR CHK-REORDER-QTY MORE (FALLBACK 50), STARTING AT THE
      *    NEXT SERIAL, GOES ON THE VENDOR EXTRACT WITH THE NAME AND
      *    THE MAILING ADDRESS IN FORCE TODAY, AND IS RECORDED IN
      *    check_orders.dat SO TOMORROW'S SCAN DOES NOT ORDER THE
      *    SAME BOOK AGAIN. AN ACCOUNT THAT HAS NOT WRITTEN A CHECK
      *    YET, OR IS NOT ACTIVE, IS LEFT ALONE.
      *
      *    BEFORE THE SCAN, THE VENDOR'S ACKNOWLEDGEMENT FILE (IF
      *    ONE ARRIVED) MARKS ITS ORDERS CONFIRMED.
      *
      *    RUNS AS AN END-OF-DAY STEP - GOBACK RETURNS TO THAT
      *    DRIVER WITH RETURN-CODE 0 (OK) OR 4 (FAILED).

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

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT CHECK-FILE
               ASSIGN TO "02_BANKING/check_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT CHECK-ORDER-FILE
               ASSIGN TO "02_BANKING/check_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKO-KEY
               FILE STATUS IS WS-CHECK-ORDER-STATUS.

           SELECT ACK-FILE
               ASSIGN TO "02_BANKING/check_order_acks.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO "02_BANKING/check_order_extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD CHECK-FILE.
           COPY "CHECK-RECORD.cpy".

       FD CHECK-ORDER-FILE.
           COPY "CHECK-ORDER-RECORD.cpy".

      *    ONE LINE PER ORDER THE PRINTER HAS ACCEPTED: ACCOUNT,
      *    FIRST SERIAL, AND THE PRINTER'S OWN JOB REFERENCE.
       FD ACK-FILE.
       01 ACK-LINE.
           05 ACK-REC-TYPE PIC X(3).
           05 FILLER PIC X.
           05 ACK-ACCOUNT PIC 9(9).
           05 FILLER PIC X.
           05 ACK-START-SERIAL PIC 9(6).
           05 FILLER PIC X.
           05 ACK-VENDOR-REF PIC X(12).

      *    ONE FIXED-WIDTH LINE PER CHECKBOOK ORDER FOR THE PRINTER.
       FD EXTRACT-FILE.
       01 EXTRACT-LINE.
           05 EX-REC-TYPE PIC X(3).
           05 FILLER PIC X.
           05 EX-ACCOUNT PIC 9(9).
           05 FILLER PIC X.
           05 EX-NAME PIC X(40).
           05 FILLER PIC X.
           05 EX-ADDRESS-LINE-1 PIC X(30).
           05 FILLER PIC X.
           05 EX-ADDRESS-LINE-2 PIC X(30).
           05 FILLER PIC X.
           05 EX-CITY PIC X(20).
           05 FILLER PIC X.
           05 EX-POSTAL-CODE PIC X(10).
           05 FILLER PIC X.
           05 EX-START-SERIAL PIC 9(6).
           05 FILLER PIC X.
           05 EX-QUANTITY PIC 9(4).
           05 FILLER PIC X.
           05 EX-STYLE PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-CHECK-STATUS PIC XX.
       01 WS-CHECK-ORDER-STATUS PIC XX.
       01 WS-ACK-STATUS PIC XX.
       01 WS-EXTRACT-STATUS PIC XX.
       01 WS-CHECK-FILE-EOF PIC X VALUE "N".
       01 WS-ACK-FILE-EOF PIC X VALUE "N".
       01 WS-ORDER-EOF PIC X.
       01 WS-CONTACT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-ORDER-COUNT PIC 9(7) VALUE 0.
       01 WS-CONFIRMED-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.
      *THE ACCOUNT WHOSE REGISTER ROWS ARE BEING GATHERED
       01 WS-CURRENT-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-LAST-ISSUED PIC 9(6) VALUE 0.
       01 WS-HIGHEST-USED PIC 9(6) VALUE 0.
       01 WS-CHECKS-LEFT PIC 9(6).
       01 WS-NEXT-SERIAL PIC 9(6).
       01 WS-ORDER-STYLE PIC X(4).
       01 WS-BEST-EFFECTIVE PIC 9(8).
      *CHECKS LEFT AT OR BELOW WHICH A BOOK IS ORDERED, AND HOW MANY
      *TO ORDER - FALLBACKS OVERRIDDEN BY THE CHK-REORDER-LEVEL AND
      *CHK-REORDER-QTY PARAMETER ROWS
       01 WS-REORDER-LEVEL PIC 9(4) VALUE 10.
       01 WS-REORDER-QUANTITY PIC 9(4) VALUE 50.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "CHK-REORDER-LEVEL" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-REORDER-LEVEL
           END-IF
           MOVE "CHK-REORDER-QTY" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-REORDER-QUANTITY
           END-IF

           OPEN INPUT CHECK-FILE
           IF WS-CHECK-STATUS = "35"
               DISPLAY "CHECK REORDER: NO CHECK REGISTER ON DISK "
                   "- NOTHING TO SCAN"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CHECK REGISTER - "
                   "STATUS: " WS-CHECK-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE CHECK-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O CHECK-ORDER-FILE
           IF WS-CHECK-ORDER-STATUS = "35"
               OPEN OUTPUT CHECK-ORDER-FILE
               CLOSE CHECK-ORDER-FILE
               OPEN I-O CHECK-ORDER-FILE
           END-IF
           IF WS-CHECK-ORDER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CHECK ORDER FILE - "
                   "STATUS: " WS-CHECK-ORDER-STATUS " ***"
               CLOSE CHECK-FILE
               CLOSE ACCOUNT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-FILE
           OPEN INPUT CONTACT-FILE

           PERFORM APPLY-VENDOR-ACKNOWLEDGEMENTS

           OPEN OUTPUT EXTRACT-FILE
           PERFORM UNTIL WS-CHECK-FILE-EOF = "Y"
               READ CHECK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHECK-FILE-EOF
                   NOT AT END
                       IF CHK-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                           PERFORM EVALUATE-ACCOUNT-SUPPLY
                           MOVE CHK-ACCOUNT TO WS-CURRENT-ACCOUNT
                           MOVE 0 TO WS-LAST-ISSUED
                           MOVE 0 TO WS-HIGHEST-USED
                       END-IF
                       MOVE CHK-NUMBER TO WS-LAST-ISSUED
                       IF CHK-STATUS = "P" OR CHK-STATUS = "S"
                           MOVE CHK-NUMBER TO WS-HIGHEST-USED
                       END-IF
               END-READ
           END-PERFORM
           PERFORM EVALUATE-ACCOUNT-SUPPLY

           CLOSE CHECK-FILE
           CLOSE ACCOUNT-FILE
           CLOSE CHECK-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CONTACT-FILE
           CLOSE EXTRACT-FILE
           DISPLAY "CHECK REORDER COMPLETE - " WS-ORDER-COUNT
               " BOOKS ORDERED, " WS-CONFIRMED-COUNT
               " VENDOR CONFIRMATIONS APPLIED"
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       APPLY-VENDOR-ACKNOWLEDGEMENTS.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACK-FILE-EOF = "Y"
               READ ACK-FILE
                   AT END
                       MOVE "Y" TO WS-ACK-FILE-EOF
                   NOT AT END
                       IF ACK-REC-TYPE = "ACK"
                           PERFORM CONFIRM-ONE-ORDER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACK-FILE
           .

       CONFIRM-ONE-ORDER.
           MOVE ACK-ACCOUNT TO CKO-ACCOUNT
           MOVE ACK-START-SERIAL TO CKO-START-SERIAL
           READ CHECK-ORDER-FILE
               INVALID KEY
                   DISPLAY "*** VENDOR ACKNOWLEDGED AN ORDER WE DID "
                       "NOT SEND: " ACK-ACCOUNT "/" ACK-START-SERIAL
                       " ***"
               NOT INVALID KEY
                   IF CKO-STATUS = "S"
                       MOVE "C" TO CKO-STATUS
                       MOVE WS-TODAY-DATE TO CKO-CONFIRMED-DATE
                       MOVE ACK-VENDOR-REF TO CKO-VENDOR-REF
                       REWRITE CHECK-ORDER-RECORD
                       ADD 1 TO WS-CONFIRMED-COUNT
                   END-IF
           END-READ
           .

      *    CALLED AT EACH ACCOUNT BREAK AND ONCE AT END OF FILE FOR
      *    THE ACCOUNT JUST GATHERED.
       EVALUATE-ACCOUNT-SUPPLY.
           IF WS-CURRENT-ACCOUNT = 0 OR WS-HIGHEST-USED = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHECKS-LEFT = WS-LAST-ISSUED - WS-HIGHEST-USED
           IF WS-CHECKS-LEFT > WS-REORDER-LEVEL
               EXIT PARAGRAPH
           END-IF
           IF WS-LAST-ISSUED = 999999
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEXT-SERIAL = WS-LAST-ISSUED + 1

           MOVE WS-CURRENT-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF

      *    ALREADY ORDERED - THE BOOK IS WITH THE PRINTER OR IN THE
      *    POST, AND ISSUE-CHECKS HAS NOT REGISTERED IT YET
           MOVE WS-CURRENT-ACCOUNT TO CKO-ACCOUNT
           MOVE WS-NEXT-SERIAL TO CKO-START-SERIAL
           READ CHECK-ORDER-FILE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           PERFORM FIND-PREVIOUS-STYLE
           MOVE WS-CURRENT-ACCOUNT TO CKO-ACCOUNT
           MOVE WS-NEXT-SERIAL TO CKO-START-SERIAL
           MOVE WS-REORDER-QUANTITY TO CKO-QUANTITY
           MOVE WS-ORDER-STYLE TO CKO-STYLE
           MOVE WS-TODAY-DATE TO CKO-ORDER-DATE
           MOVE "S" TO CKO-STATUS
           MOVE 0 TO CKO-CONFIRMED-DATE
           MOVE SPACES TO CKO-VENDOR-REF
           WRITE CHECK-ORDER-RECORD
           IF WS-CHECK-ORDER-STATUS NOT = "00"
               DISPLAY "*** FAILED TO RECORD CHECK ORDER FOR "
                   WS-CURRENT-ACCOUNT " - STATUS: "
                   WS-CHECK-ORDER-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-EXTRACT-LINE
           ADD 1 TO WS-ORDER-COUNT
           .

       FIND-PREVIOUS-STYLE.
           MOVE "STD " TO WS-ORDER-STYLE
           MOVE "N" TO WS-ORDER-EOF
           MOVE WS-CURRENT-ACCOUNT TO CKO-ACCOUNT
           MOVE 0 TO CKO-START-SERIAL
           START CHECK-ORDER-FILE KEY >= CKO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ORDER-EOF
           END-START
           PERFORM UNTIL WS-ORDER-EOF = "Y"
               READ CHECK-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ORDER-EOF
                   NOT AT END
                       IF CKO-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                           MOVE "Y" TO WS-ORDER-EOF
                       ELSE
                           MOVE CKO-STYLE TO WS-ORDER-STYLE
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-EXTRACT-LINE.
           MOVE SPACES TO EXTRACT-LINE
           MOVE "ORD" TO EX-REC-TYPE
           MOVE WS-CURRENT-ACCOUNT TO EX-ACCOUNT
           MOVE "NAME NOT ON FILE" TO EX-NAME
           MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               NOT INVALID KEY
                   MOVE SPACES TO EX-NAME
                   STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                       FUNCTION TRIM(CUSTOMER-LAST-NAME)
                       DELIMITED BY SIZE INTO EX-NAME
           END-READ
           PERFORM FIND-CONTACT-IN-FORCE
           MOVE WS-NEXT-SERIAL TO EX-START-SERIAL
           MOVE WS-REORDER-QUANTITY TO EX-QUANTITY
           MOVE WS-ORDER-STYLE TO EX-STYLE
           WRITE EXTRACT-LINE
           .

      *    THE NEWEST CONTACT ROW ALREADY IN EFFECT - THE SAME RULE
      *    THE STATEMENTS USE FOR THEIR MAILING HEADER.
       FIND-CONTACT-IN-FORCE.
           MOVE "ADDRESS UNKNOWN" TO EX-ADDRESS-LINE-1
           MOVE 0 TO WS-BEST-EFFECTIVE
           IF WS-CONTACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTACT-EOF
           MOVE ACCOUNT-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
           MOVE 0 TO CONTACT-EFFECTIVE-DATE
           START CONTACT-FILE KEY >= CONTACT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CONTACT-EOF
           END-START
           PERFORM UNTIL WS-CONTACT-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CONTACT-EOF
                   NOT AT END
                       IF CONTACT-CUSTOMER-ID
                           NOT = ACCOUNT-CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-CONTACT-EOF
                       ELSE
                           MOVE CONTACT-EFFECTIVE-DATE
                               TO WS-BEST-EFFECTIVE
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO EX-ADDRESS-LINE-1
                           MOVE CONTACT-ADDRESS-LINE-2
                               TO EX-ADDRESS-LINE-2
                           MOVE CONTACT-CITY TO EX-CITY
                           MOVE CONTACT-POSTAL-CODE TO EX-POSTAL-CODE
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM CHECK-REORDER.
