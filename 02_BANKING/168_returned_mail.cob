       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETURNED-MAIL.

      *    MAIL ROOM SCREEN FOR POST THAT COMES BACK "ADDRESSEE
      *    UNKNOWN". THE OPERATOR KEYS THE CUSTOMER FROM THE RETURNED
      *    ENVELOPE AND THE DAY IT CAME BACK; THE CONTACT ROW IN
      *    FORCE (CONTACT-RECORD.cpy) IS MARKED UNDELIVERABLE, SO
      *    STATEMENT-CYCLE, NSF-PROCESSING, CONFIRMATION-LETTERS AND
      *    BANKING'S WELCOME DOCUMENTS HOLD THEIR PAPER IN
      *    02_BANKING/held_mail.txt INSTEAD OF MAILING IT AGAIN (SEE
      *    MAIL-HOLD-CHECK), AND BANKING ASKS THE TELLER TO GET A NEW
      *    ADDRESS. A SECOND RETURN TO THE SAME ROW ONLY ADDS TO ITS
      *    COUNT. THE STATUS ENDS WHEN CUSTOMER-DB KEYS A NEW ADDRESS
      *    ROW, OR HERE WHEN THE CUSTOMER CONFIRMS THE ADDRESS ON
      *    FILE IS RIGHT. MENU SHAPE AS IN BENEFICIAL-OWNERSHIP
      *    (163_beneficial_ownership.cob).

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

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-CUSTOMER-ID PIC 9(5).
       01 WS-CUSTOMER-NAME PIC X(41).
       01 WS-ROW-FOUND PIC X.
       01 WS-ROW-EFFECTIVE PIC 9(8).
       01 WS-RETURN-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "OPERATOR ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN I-O CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CONTACT FILE - "
                   "STATUS: " WS-CONTACT-STATUS " ***"
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE

           PERFORM UNTIL WS-OPTION = 4
               DISPLAY " "
               DISPLAY "---RETURNED MAIL---"
               DISPLAY "    1. RECORD RETURNED MAIL"
               DISPLAY "    2. CLEAR - ADDRESS CONFIRMED BY CUSTOMER"
               DISPLAY "    3. SHOW A CUSTOMER'S MAIL STATUS"
               DISPLAY "    4. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM RECORD-RETURNED-MAIL
                   WHEN 2
                       PERFORM CLEAR-RETURNED-MAIL
                   WHEN 3
                       PERFORM SHOW-MAIL-STATUS
                   WHEN 4
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE CONTACT-FILE
           CLOSE CUSTOMER-FILE
           DISPLAY "RETURNED MAIL ENDED"
           STOP RUN.

      *    ASKS FOR THE CUSTOMER AND LEAVES THE CONTACT ROW IN FORCE
      *    TODAY - THE NEWEST EFFECTIVE DATE NOT IN THE FUTURE - READ
      *    INTO THE RECORD AREA, READY TO REWRITE
       FIND-ROW-IN-FORCE.
           MOVE "N" TO WS-ROW-FOUND
           DISPLAY "CUSTOMER ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-CUSTOMER-ID
           MOVE "UNKNOWN CUSTOMER" TO WS-CUSTOMER-NAME
           MOVE WS-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-CUSTOMER-NAME
                   STRING FUNCTION TRIM(CUSTOMER-LAST-NAME) ", "
                       FUNCTION TRIM(CUSTOMER-FIRST-NAME)
                       DELIMITED BY SIZE INTO WS-CUSTOMER-NAME
           END-READ

           MOVE 0 TO WS-ROW-EFFECTIVE
           MOVE "N" TO WS-FILE-EOF
           MOVE WS-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
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
                       IF CONTACT-CUSTOMER-ID NOT = WS-CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           MOVE "Y" TO WS-ROW-FOUND
                           MOVE CONTACT-EFFECTIVE-DATE
                               TO WS-ROW-EFFECTIVE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ROW-FOUND = "N"
               DISPLAY "NO ADDRESS IN FORCE FOR CUSTOMER "
                   WS-CUSTOMER-ID
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
           MOVE WS-ROW-EFFECTIVE TO CONTACT-EFFECTIVE-DATE
           READ CONTACT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ROW-FOUND
                   DISPLAY "*** CONTACT ROW COULD NOT BE RE-READ - "
                       "STATUS: " WS-CONTACT-STATUS " ***"
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "CUSTOMER:   " FUNCTION TRIM(WS-CUSTOMER-NAME)
           DISPLAY "ADDRESS:    " FUNCTION TRIM(CONTACT-ADDRESS-LINE-1)
           IF CONTACT-ADDRESS-LINE-2 NOT = SPACES
               DISPLAY "            "
                   FUNCTION TRIM(CONTACT-ADDRESS-LINE-2)
           END-IF
           DISPLAY "            " FUNCTION TRIM(CONTACT-CITY) " "
               FUNCTION TRIM(CONTACT-POSTAL-CODE)
           DISPLAY "IN FORCE FROM " CONTACT-EFFECTIVE-DATE
           .

       RECORD-RETURNED-MAIL.
           PERFORM FIND-ROW-IN-FORCE
           IF WS-ROW-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE IT CAME BACK (0 = TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-RETURN-DATE
           IF WS-RETURN-DATE = 0
               MOVE WS-TODAY-DATE TO WS-RETURN-DATE
           END-IF
           IF WS-RETURN-DATE > WS-TODAY-DATE
               DISPLAY "---THE RETURN DATE CANNOT BE IN THE FUTURE---"
               EXIT PARAGRAPH
           END-IF
      *    POST RETURNED BEFORE THIS ROW TOOK OVER WAS ADDRESSED TO
      *    THE OLD ADDRESS - THE CURRENT ONE IS NOT TO BLAME
           IF WS-RETURN-DATE < CONTACT-EFFECTIVE-DATE
               DISPLAY "---THAT MAIL WENT TO AN EARLIER ADDRESS - "
                   "NOTHING MARKED---"
               EXIT PARAGRAPH
           END-IF

           IF CONTACT-MAIL-RETURNED = "Y"
               ADD 1 TO CONTACT-RETURN-COUNT
           ELSE
               MOVE "Y" TO CONTACT-MAIL-RETURNED
               MOVE WS-RETURN-DATE TO CONTACT-RETURNED-DATE
               MOVE 1 TO CONTACT-RETURN-COUNT
           END-IF
           MOVE WS-OPERATOR-ID TO CONTACT-RETURNED-BY
           REWRITE CONTACT-RECORD
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR MARKING THE ADDRESS - STATUS: "
                   WS-CONTACT-STATUS " ***"
           ELSE
               DISPLAY "ADDRESS MARKED UNDELIVERABLE SINCE "
                   CONTACT-RETURNED-DATE " - " CONTACT-RETURN-COUNT
                   " ITEMS RETURNED. PAPER OUTPUT IS NOW HELD."
           END-IF
           .

       CLEAR-RETURNED-MAIL.
           PERFORM FIND-ROW-IN-FORCE
           IF WS-ROW-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF CONTACT-MAIL-RETURNED NOT = "Y"
               DISPLAY "THE ADDRESS IS NOT MARKED AS RETURNED MAIL"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CUSTOMER CONFIRMED THIS ADDRESS (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "---NOTHING CLEARED - A NEW ADDRESS IS KEYED "
                   "IN CUSTOMER-DB---"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CONTACT-MAIL-RETURNED
           MOVE WS-OPERATOR-ID TO CONTACT-RETURNED-BY
           REWRITE CONTACT-RECORD
           IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR CLEARING THE MARK - STATUS: "
                   WS-CONTACT-STATUS " ***"
           ELSE
               DISPLAY "RETURNED-MAIL MARK CLEARED - MAILING RESUMES"
           END-IF
           .

       SHOW-MAIL-STATUS.
           PERFORM FIND-ROW-IN-FORCE
           IF WS-ROW-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF CONTACT-MAIL-RETURNED = "Y"
               DISPLAY "MAIL RETURNED SINCE " CONTACT-RETURNED-DATE
                   " - " CONTACT-RETURN-COUNT " ITEMS, LAST KEYED BY "
                   FUNCTION TRIM(CONTACT-RETURNED-BY)
           ELSE
               DISPLAY "MAIL IS BEING DELIVERED"
           END-IF
           .

       END PROGRAM RETURNED-MAIL.
