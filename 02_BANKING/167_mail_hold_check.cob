       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-HOLD-CHECK.

      *    REUSABLE SUBPROGRAM EVERY PIECE OF PAPER OUTPUT ASKS
      *    BEFORE IT GOES IN THE POST. FINDS THE CUSTOMER'S CONTACT
      *    ROW IN FORCE ON THE BUSINESS DATE (THE NEWEST EFFECTIVE
      *    DATE NOT IN THE FUTURE, AS STATEMENT-CYCLE PICKS IT) AND,
      *    WHEN RETURNED-MAIL HAS MARKED THAT ROW UNDELIVERABLE,
      *    HANDS BACK LK-HELD "Y" WITH THE DATE THE MAIL FIRST CAME
      *    BACK. THE CALLER THEN WRITES THE DOCUMENT TO THE HELD-MAIL
      *    FILE (02_BANKING/held_mail.txt) INSTEAD OF MAILING IT.
      *    BANKING USES THE SAME ANSWER TO TELL THE TELLER TO ASK
      *    FOR A NEW ADDRESS. NO CONTACT FILE, OR NO ROW FOR THE
      *    CUSTOMER, MEANS NOTHING IS HELD.

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

       DATA DIVISION.
       FILE SECTION.
       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).

       LINKAGE SECTION.
       01 LK-CUSTOMER-ID PIC 9(5).
       01 LK-HELD PIC X.
       01 LK-RETURNED-DATE PIC 9(8).

       PROCEDURE DIVISION USING LK-CUSTOMER-ID LK-HELD
           LK-RETURNED-DATE.
       MAIN-LOGIC.
           MOVE "N" TO LK-HELD
           MOVE 0 TO LK-RETURNED-DATE
           IF LK-CUSTOMER-ID = 0
               EXIT PROGRAM
           END-IF
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE LK-CUSTOMER-ID TO CONTACT-CUSTOMER-ID
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
                       IF CONTACT-CUSTOMER-ID NOT = LK-CUSTOMER-ID
                           OR CONTACT-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
      *                    ROWS ARRIVE OLDEST FIRST, SO THE LAST ONE
      *                    NOT IN THE FUTURE DECIDES
                           IF CONTACT-MAIL-RETURNED = "Y"
                               MOVE "Y" TO LK-HELD
                               MOVE CONTACT-RETURNED-DATE
                                   TO LK-RETURNED-DATE
                           ELSE
                               MOVE "N" TO LK-HELD
                               MOVE 0 TO LK-RETURNED-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE
           EXIT PROGRAM.

       END PROGRAM MAIL-HOLD-CHECK.
