       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-EXPIRY.

      *    NIGHTLY CARD EXPIRY. ANY CARD STILL ACTIVE, ORDERED OR
      *    BLOCKED WHOSE CARD-EXPIRY-DATE IS BEHIND THE BUSINESS
      *    DATE IS MARKED "E", WITH THE STATUS CHANGE WRITTEN TO THE
      *    AUDIT MASTER THE WAY CARD-MAINTENANCE WRITES ITS OWN.
      *    TOGETHER WITH CARD-MAINTENANCE RETIRING A REPLACED CARD
      *    WHEN ITS REPLACEMENT IS ACTIVATED, THIS PUTS AN OLD CARD
      *    TO "E" AT WHICHEVER COMES FIRST. HOT-BLOCKED CARDS ("L")
      *    KEEP THEIR STATUS.
      *
      *    RUNS AS AN END-OF-DAY STEP - GOBACK RETURNS TO THAT
      *    DRIVER WITH RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO "02_BANKING/cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-CARD-STATUS.

           SELECT AUDIT-MASTER-FILE
               ASSIGN TO "02_BANKING/audit_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-ID
               FILE STATUS IS WS-AUDIT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CARD-FILE.
           COPY "CARD-RECORD.cpy".

       FD AUDIT-MASTER-FILE.
           COPY "AUDIT-MASTER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS PIC XX.
       01 WS-AUDIT-MASTER-STATUS PIC XX.
       01 WS-CARD-FILE-EOF PIC X VALUE "N".
       01 WS-AUDIT-MASTER-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NEXT-AUDIT-ID PIC 9(7) VALUE 1.
       01 WS-OLD-CARD-STATUS PIC X.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           OPEN I-O CARD-FILE
           IF WS-CARD-STATUS = "35"
               DISPLAY "CARD EXPIRY: NO CARD MASTER ON DISK - "
                   "NOTHING TO EXPIRE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CARD MASTER - "
                   "STATUS: " WS-CARD-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-AUDIT-MASTER-STATUS = "35"
               OPEN OUTPUT AUDIT-MASTER-FILE
               CLOSE AUDIT-MASTER-FILE
               OPEN I-O AUDIT-MASTER-FILE
           END-IF
           PERFORM SEED-NEXT-AUDIT-ID

           PERFORM UNTIL WS-CARD-FILE-EOF = "Y"
               READ CARD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CARD-FILE-EOF
                   NOT AT END
                       IF (CARD-STATUS = "A" OR CARD-STATUS = "O"
                           OR CARD-STATUS = "B")
                           AND CARD-EXPIRY-DATE < WS-TODAY-DATE
                           PERFORM EXPIRE-ONE-CARD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CARD-FILE
           CLOSE AUDIT-MASTER-FILE
           DISPLAY "CARD EXPIRY COMPLETE - " WS-EXPIRED-COUNT
               " CARDS EXPIRED"
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       SEED-NEXT-AUDIT-ID.
           MOVE "N" TO WS-AUDIT-MASTER-EOF
           MOVE 0 TO AUD-ID
           START AUDIT-MASTER-FILE KEY >= AUD-ID
               INVALID KEY
                   MOVE "Y" TO WS-AUDIT-MASTER-EOF
           END-START
           PERFORM UNTIL WS-AUDIT-MASTER-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDIT-MASTER-EOF
                   NOT AT END
                       IF AUD-ID >= WS-NEXT-AUDIT-ID
                           COMPUTE WS-NEXT-AUDIT-ID = AUD-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       EXPIRE-ONE-CARD.
           MOVE CARD-STATUS TO WS-OLD-CARD-STATUS
           MOVE "E" TO CARD-STATUS
           REWRITE CARD-RECORD
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "*** FAILED TO EXPIRE CARD " CARD-NUMBER
                   " - STATUS: " WS-CARD-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXPIRED-COUNT

           MOVE WS-NEXT-AUDIT-ID TO AUD-ID
           ADD 1 TO WS-NEXT-AUDIT-ID
           MOVE WS-TODAY-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE "EXPIRY" TO AUD-TELLER
           MOVE "CARDBATCH" TO AUD-TERMINAL
           MOVE "UPDATE" TO AUD-ACTION
           MOVE CARD-ACCOUNT TO AUD-ACCOUNT
           MOVE 0 TO AUD-OLD-CUSTOMER-ID
           MOVE 0 TO AUD-NEW-CUSTOMER-ID
           MOVE 0 TO AUD-OLD-BALANCE
           MOVE 0 TO AUD-NEW-BALANCE
           MOVE 0 TO AUD-OLD-OVERDRAFT
           MOVE 0 TO AUD-NEW-OVERDRAFT
           MOVE WS-OLD-CARD-STATUS TO AUD-OLD-STATUS
           MOVE CARD-STATUS TO AUD-NEW-STATUS
           WRITE AUDIT-MASTER-RECORD
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE AUDIT ROW - "
                   "STATUS: " WS-AUDIT-MASTER-STATUS " ***"
           END-IF
           .

       END PROGRAM CARD-EXPIRY.
