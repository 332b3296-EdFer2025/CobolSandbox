       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRESPONDENCE-WRITE.

      *    REUSABLE SUBPROGRAM EVERY PROGRAM THAT PRODUCES A LETTER
      *    OR NOTICE FOR A CUSTOMER CALLS TO PUT IT IN THE CENTRAL
      *    OUTBOX (CORRESPONDENCE-RECORD.cpy). THE CALLER PASSES THE
      *    ITEM (CORRESPONDENCE-ITEM.cpy) WITH THE RENDERED TEXT; THE
      *    CHANNEL IS TAKEN FROM THE CUSTOMER'S CONTACT ROW IN FORCE
      *    ON THE BUSINESS DATE (CONTACT-DELIVERY-CHANNEL, MAIL WHEN
      *    THERE IS NO ROW). A MAILED ITEM TO AN ADDRESS MARKED
      *    RETURNED-MAIL IS WRITTEN HELD SO THE DISPATCHER DOES NOT
      *    SEND IT; EVERYTHING ELSE IS WRITTEN PENDING.
      *    CORRESPONDENCE-DISPATCH SENDS THE PENDING ITEMS NIGHTLY.
      *    COI-STATUS COMES BACK SPACE WHEN THE ITEM COULD NOT BE
      *    WRITTEN.

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

           SELECT OUTBOX-FILE
               ASSIGN TO "02_BANKING/correspondence_outbox.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-OUTBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD OUTBOX-FILE.
           COPY "CORRESPONDENCE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-OUTBOX-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RETURNED PIC X.
       01 WS-WRITTEN PIC X.
       01 WS-LINE-IDX PIC 99.

       LINKAGE SECTION.
           COPY "CORRESPONDENCE-ITEM.cpy".

       PROCEDURE DIVISION USING CORRESPONDENCE-ITEM.
       MAIN-LOGIC.
           MOVE "M" TO COI-CHANNEL
           MOVE SPACE TO COI-STATUS
           MOVE "N" TO WS-RETURNED
           IF COI-LINE-COUNT > 20
               MOVE 20 TO COI-LINE-COUNT
           END-IF
           IF COI-CUSTOMER-ID = 0 OR COI-LINE-COUNT = 0
               EXIT PROGRAM
           END-IF
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           PERFORM LOOKUP-CHANNEL
           PERFORM WRITE-OUTBOX-ROW
           EXIT PROGRAM.

      *    ROWS ARRIVE OLDEST FIRST, SO THE LAST ONE NOT IN THE
      *    FUTURE IS THE ROW IN FORCE
       LOOKUP-CHANNEL.
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE COI-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
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
                       IF CONTACT-CUSTOMER-ID NOT = COI-CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           IF CONTACT-DELIVERY-CHANNEL = "E"
                               MOVE "E" TO COI-CHANNEL
                           ELSE
                               MOVE "M" TO COI-CHANNEL
                           END-IF
                           MOVE CONTACT-MAIL-RETURNED TO WS-RETURNED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE
           .

       WRITE-OUTBOX-ROW.
           OPEN I-O OUTBOX-FILE
           IF WS-OUTBOX-STATUS = "35"
               OPEN OUTPUT OUTBOX-FILE
               CLOSE OUTBOX-FILE
               OPEN I-O OUTBOX-FILE
           END-IF
           IF WS-OUTBOX-STATUS NOT = "00"
               DISPLAY "*** CORRESPONDENCE OUTBOX I/O ERROR - STATUS: "
                   WS-OUTBOX-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE CORRESPONDENCE-RECORD
           MOVE COI-CUSTOMER-ID TO COR-CUSTOMER-ID
           MOVE WS-TODAY-DATE TO COR-DATE
           ACCEPT COR-TIME FROM TIME
           MOVE COI-ACCOUNT TO COR-ACCOUNT
           MOVE COI-DOC-TYPE TO COR-DOC-TYPE
           MOVE COI-CHANNEL TO COR-CHANNEL
           MOVE COI-PRODUCED-BY TO COR-PRODUCED-BY
           IF COI-CHANNEL NOT = "E" AND WS-RETURNED = "Y"
               MOVE "H" TO COR-STATUS
           ELSE
               MOVE "P" TO COR-STATUS
           END-IF
           MOVE 0 TO COR-DISPATCH-DATE
           MOVE SPACE TO COR-VENDOR
           MOVE COI-LINE-COUNT TO COR-LINE-COUNT
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > COI-LINE-COUNT
               MOVE COI-LINE(WS-LINE-IDX) TO COR-LINE(WS-LINE-IDX)
           END-PERFORM
           MOVE "N" TO WS-WRITTEN
           MOVE 0 TO COR-SEQ
           PERFORM UNTIL WS-WRITTEN = "Y" OR COR-SEQ = 99
               WRITE CORRESPONDENCE-RECORD
                   INVALID KEY
                       ADD 1 TO COR-SEQ
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITTEN
               END-WRITE
           END-PERFORM
           IF WS-WRITTEN = "Y"
               MOVE COR-STATUS TO COI-STATUS
           ELSE
               DISPLAY "*** CORRESPONDENCE OUTBOX I/O ERROR - STATUS: "
                   WS-OUTBOX-STATUS " ***"
           END-IF
           CLOSE OUTBOX-FILE
           .

       END PROGRAM CORRESPONDENCE-WRITE.
