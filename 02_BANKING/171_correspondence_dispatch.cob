       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRESPONDENCE-DISPATCH.

      *    NIGHTLY SEND OF THE CORRESPONDENCE OUTBOX
      *    (CORRESPONDENCE-RECORD.cpy). EVERY PENDING ITEM IS
      *    ADDRESSED FROM THE CUSTOMER'S CONTACT ROW IN FORCE ON THE
      *    BUSINESS DATE AND WRITTEN TO ONE OF TWO DATED VENDOR
      *    FILES - 02_BANKING/outbox_email_<date>.txt FOR AN EMAIL
      *    CUSTOMER WITH AN ADDRESS ON FILE, 02_BANKING/outbox_print_
      *    <date>.txt FOR EVERYTHING ELSE - THEN STAMPED DISPATCHED
      *    WITH THE DATE AND VENDOR. A PRINTED ITEM WHOSE ADDRESS
      *    HAS SINCE BEEN MARKED RETURNED-MAIL IS HELD INSTEAD, AND A
      *    HELD ITEM WHOSE CUSTOMER HAS GIVEN A NEW ADDRESS (OR
      *    MOVED TO EMAIL) GOES OUT WITH THE REST. A SECOND RUN ON
      *    THE SAME DAY ADDS TO THE DAY'S VENDOR FILES.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOX-FILE
               ASSIGN TO "02_BANKING/correspondence_outbox.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-OUTBOX-STATUS.

      *    THE CONTACT ROWS CUSTOMER-DB MAINTAINS
           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRINT-FILE
               ASSIGN TO WS-PRINT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

           SELECT EMAIL-FILE
               ASSIGN TO WS-EMAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUTBOX-FILE.
           COPY "CORRESPONDENCE-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD PRINT-FILE.
       01 PRINT-LINE PIC X(100).

       FD EMAIL-FILE.
       01 EMAIL-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OUTBOX-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-PRINT-STATUS PIC XX.
       01 WS-EMAIL-STATUS PIC XX.
       01 WS-CONTACT-OPEN PIC X VALUE "N".
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-OUTBOX-EOF PIC X.
       01 WS-CONTACT-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PRINT-FILENAME PIC X(60).
       01 WS-EMAIL-FILENAME PIC X(60).
       01 WS-LINE-IDX PIC 99.
       01 WS-VENDOR PIC X.
      *    THE CONTACT ROW IN FORCE FOR THE ITEM'S CUSTOMER
       01 WS-CUR-CHANNEL PIC X.
       01 WS-CUR-RETURNED PIC X.
       01 WS-CUR-ADDRESS-1 PIC X(30).
       01 WS-CUR-ADDRESS-2 PIC X(30).
       01 WS-CUR-CITY PIC X(20).
       01 WS-CUR-POSTAL PIC X(10).
       01 WS-CUR-EMAIL PIC X(30).
       01 WS-CUSTOMER-DISPLAY-NAME PIC X(41).
       01 WS-PRINT-COUNT PIC 9(5) VALUE 0.
       01 WS-EMAIL-COUNT PIC 9(5) VALUE 0.
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           OPEN I-O OUTBOX-FILE
           IF WS-OUTBOX-STATUS = "35"
               DISPLAY "CORRESPONDENCE DISPATCH: NOTHING IN THE "
                   "OUTBOX - NOTHING TO SEND"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-OUTBOX-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CORRESPONDENCE OUTBOX - "
                   "STATUS: " WS-OUTBOX-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS = "00"
               MOVE "Y" TO WS-CONTACT-OPEN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF

           MOVE SPACES TO WS-PRINT-FILENAME
           STRING "02_BANKING/outbox_print_" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-PRINT-FILENAME
           MOVE SPACES TO WS-EMAIL-FILENAME
           STRING "02_BANKING/outbox_email_" WS-TODAY-DATE ".txt"
               DELIMITED BY SIZE INTO WS-EMAIL-FILENAME
           OPEN EXTEND PRINT-FILE
           IF WS-PRINT-STATUS NOT = "00"
               OPEN OUTPUT PRINT-FILE
           END-IF
           OPEN EXTEND EMAIL-FILE
           IF WS-EMAIL-STATUS NOT = "00"
               OPEN OUTPUT EMAIL-FILE
           END-IF
           IF WS-PRINT-STATUS NOT = "00" OR WS-EMAIL-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE VENDOR FILES - STATUS: "
                   WS-PRINT-STATUS "/" WS-EMAIL-STATUS " ***"
               PERFORM CLOSE-ALL-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO WS-OUTBOX-EOF
           PERFORM UNTIL WS-OUTBOX-EOF = "Y"
               READ OUTBOX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OUTBOX-EOF
                   NOT AT END
                       IF COR-STATUS = "P" OR COR-STATUS = "H"
                           PERFORM DISPATCH-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM CLOSE-ALL-FILES
           DISPLAY "CORRESPONDENCE DISPATCH COMPLETE - "
               WS-PRINT-COUNT " PRINTED, " WS-EMAIL-COUNT
               " EMAILED, " WS-HELD-COUNT " HELD, "
               WS-RELEASED-COUNT " RELEASED FROM HOLD"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    AN EMAIL ITEM FALLS BACK TO PRINT WHEN NO EMAIL ADDRESS
      *    IS ON FILE. ONLY PRINT CAN BE HELD - A RETURNED POSTAL
      *    ADDRESS DOES NOT STOP AN EMAIL.
       DISPATCH-ONE-ITEM.
           PERFORM FIND-CONTACT-IN-FORCE
           IF WS-CUR-CHANNEL = "E" AND WS-CUR-EMAIL NOT = SPACES
               MOVE "E" TO WS-VENDOR
           ELSE
               MOVE "P" TO WS-VENDOR
           END-IF
           IF WS-VENDOR = "P" AND WS-CUR-RETURNED = "Y"
               IF COR-STATUS = "P"
                   MOVE "H" TO COR-STATUS
                   REWRITE CORRESPONDENCE-RECORD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF COR-STATUS = "H"
               ADD 1 TO WS-RELEASED-COUNT
           END-IF
           PERFORM LOOKUP-CUSTOMER-NAME
           IF WS-VENDOR = "E"
               PERFORM WRITE-EMAIL-ITEM
               ADD 1 TO WS-EMAIL-COUNT
           ELSE
               PERFORM WRITE-PRINT-ITEM
               ADD 1 TO WS-PRINT-COUNT
           END-IF
           MOVE "D" TO COR-STATUS
           MOVE WS-TODAY-DATE TO COR-DISPATCH-DATE
           MOVE WS-VENDOR TO COR-VENDOR
           REWRITE CORRESPONDENCE-RECORD
           IF WS-OUTBOX-STATUS NOT = "00"
               DISPLAY "*** FAILED TO MARK ITEM FOR CUSTOMER "
                   COR-CUSTOMER-ID " DISPATCHED - STATUS: "
                   WS-OUTBOX-STATUS " ***"
           END-IF
           .

      *    ROWS ARRIVE OLDEST FIRST, SO THE LAST ONE NOT IN THE
      *    FUTURE IS THE ROW IN FORCE. NO ROW AT ALL MEANS THE
      *    CHANNEL THE ITEM WAS WRITTEN WITH AND NO ADDRESS.
       FIND-CONTACT-IN-FORCE.
           MOVE COR-CHANNEL TO WS-CUR-CHANNEL
           MOVE "N" TO WS-CUR-RETURNED
           MOVE "ADDRESS UNKNOWN" TO WS-CUR-ADDRESS-1
           MOVE SPACES TO WS-CUR-ADDRESS-2
           MOVE SPACES TO WS-CUR-CITY
           MOVE SPACES TO WS-CUR-POSTAL
           MOVE SPACES TO WS-CUR-EMAIL
           IF WS-CONTACT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CONTACT-EOF
           MOVE COR-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
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
                       IF CONTACT-CUSTOMER-ID NOT = COR-CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-CONTACT-EOF
                       ELSE
                           MOVE CONTACT-DELIVERY-CHANNEL
                               TO WS-CUR-CHANNEL
                           MOVE CONTACT-MAIL-RETURNED
                               TO WS-CUR-RETURNED
                           MOVE CONTACT-ADDRESS-LINE-1
                               TO WS-CUR-ADDRESS-1
                           MOVE CONTACT-ADDRESS-LINE-2
                               TO WS-CUR-ADDRESS-2
                           MOVE CONTACT-CITY TO WS-CUR-CITY
                           MOVE CONTACT-POSTAL-CODE TO WS-CUR-POSTAL
                           MOVE CONTACT-EMAIL TO WS-CUR-EMAIL
                       END-IF
               END-READ
           END-PERFORM
           .

       LOOKUP-CUSTOMER-NAME.
           MOVE "UNKNOWN CUSTOMER" TO WS-CUSTOMER-DISPLAY-NAME
           IF WS-CUSTOMER-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE COR-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-CUSTOMER-DISPLAY-NAME
                   IF CUSTOMER-TYPE = "B"
                       MOVE CUSTOMER-LAST-NAME
                           TO WS-CUSTOMER-DISPLAY-NAME
                   ELSE
                       STRING FUNCTION TRIM(CUSTOMER-FIRST-NAME) " "
                           FUNCTION TRIM(CUSTOMER-LAST-NAME)
                           DELIMITED BY SIZE
                           INTO WS-CUSTOMER-DISPLAY-NAME
                   END-IF
           END-READ
           .

      *    ONE ITEM TO THE PRINT VENDOR: A HEADER THE VENDOR SPLITS
      *    ON, THE ENVELOPE ADDRESS, THE LETTER, AND AN END MARKER
       WRITE-PRINT-ITEM.
           MOVE SPACES TO PRINT-LINE
           STRING "*ITEM " COR-CUSTOMER-ID "-" COR-DATE "-" COR-TIME
               "-" COR-SEQ " TYPE " COR-DOC-TYPE " ACCOUNT "
               COR-ACCOUNT
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CUSTOMER-DISPLAY-NAME TO PRINT-LINE
           WRITE PRINT-LINE
           MOVE WS-CUR-ADDRESS-1 TO PRINT-LINE
           WRITE PRINT-LINE
           IF WS-CUR-ADDRESS-2 NOT = SPACES
               MOVE WS-CUR-ADDRESS-2 TO PRINT-LINE
               WRITE PRINT-LINE
           END-IF
           MOVE SPACES TO PRINT-LINE
           STRING FUNCTION TRIM(WS-CUR-CITY) " "
               FUNCTION TRIM(WS-CUR-POSTAL)
               DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE PRINT-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > COR-LINE-COUNT
               MOVE COR-LINE(WS-LINE-IDX) TO PRINT-LINE
               WRITE PRINT-LINE
           END-PERFORM
           MOVE "*END" TO PRINT-LINE
           WRITE PRINT-LINE
           .

       WRITE-EMAIL-ITEM.
           MOVE SPACES TO EMAIL-LINE
           STRING "*ITEM " COR-CUSTOMER-ID "-" COR-DATE "-" COR-TIME
               "-" COR-SEQ " TYPE " COR-DOC-TYPE " ACCOUNT "
               COR-ACCOUNT
               DELIMITED BY SIZE INTO EMAIL-LINE
           WRITE EMAIL-LINE
           MOVE SPACES TO EMAIL-LINE
           STRING "TO: " FUNCTION TRIM(WS-CUR-EMAIL)
               DELIMITED BY SIZE INTO EMAIL-LINE
           WRITE EMAIL-LINE
           MOVE SPACES TO EMAIL-LINE
           STRING "NAME: " WS-CUSTOMER-DISPLAY-NAME
               DELIMITED BY SIZE INTO EMAIL-LINE
           WRITE EMAIL-LINE
           MOVE SPACES TO EMAIL-LINE
           WRITE EMAIL-LINE
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > COR-LINE-COUNT
               MOVE COR-LINE(WS-LINE-IDX) TO EMAIL-LINE
               WRITE EMAIL-LINE
           END-PERFORM
           MOVE "*END" TO EMAIL-LINE
           WRITE EMAIL-LINE
           .

       CLOSE-ALL-FILES.
           CLOSE OUTBOX-FILE
           IF WS-CONTACT-OPEN = "Y"
               CLOSE CONTACT-FILE
           END-IF
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-PRINT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF
           IF WS-EMAIL-STATUS = "00"
               CLOSE EMAIL-FILE
           END-IF
           .

       END PROGRAM CORRESPONDENCE-DISPATCH.
