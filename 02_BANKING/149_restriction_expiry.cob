       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICTION-EXPIRY.

      *    NIGHTLY HOUSEKEEPING JOB: FLIPS EVERY ACTIVE ACCOUNT
      *    RESTRICTION (RESTRICTION-RECORD.cpy) WHOSE LAST DAY HAS
      *    PASSED TO STATUS "E", STAMPING THE DATE IT LAPSED IN THE
      *    LIFTED FIELDS SO THE RESTRICTIONS REPORT CAN SAY WHEN IT
      *    ENDED. ACCOUNT-RESTRICTION-CHECK ALREADY IGNORES A LAPSED
      *    ROW, SO THIS ONLY KEEPS THE FILE HONEST - OTHER
      *    RESTRICTIONS ON THE SAME ACCOUNT ARE LEFT ALONE. SAME
      *    SHAPE AS EXPIRE-HOLDS (21_expire_holds.cob).
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTION-FILE
               ASSIGN TO "02_BANKING/account_restrictions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RESTRICTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTRICTION-FILE.
           COPY "RESTRICTION-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RESTRICTION-STATUS PIC XX.
       01 WS-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SCANNED-COUNT PIC 9(7) VALUE 0.
       01 WS-EXPIRED-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN I-O RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS = "35"
               DISPLAY "RESTRICTION EXPIRY: NO RESTRICTIONS FILE ON "
                   "DISK - NOTHING TO DO"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RESTRICTION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN RESTRICTIONS FILE - "
                   "STATUS: " WS-RESTRICTION-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ RESTRICTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       IF RST-STATUS = "A"
                           AND RST-EXPIRY-DATE NOT = 0
                           AND RST-EXPIRY-DATE < WS-TODAY-DATE
                           MOVE "E" TO RST-STATUS
                           MOVE "EXPIRY" TO RST-LIFTED-BY
                           MOVE WS-TODAY-DATE TO RST-LIFTED-DATE
                           REWRITE RESTRICTION-RECORD
                           IF WS-RESTRICTION-STATUS NOT = "00"
                               DISPLAY "*** FAILED TO REWRITE "
                                   "RESTRICTION " RST-ACCOUNT "/"
                                   RST-SEQ " - STATUS: "
                                   WS-RESTRICTION-STATUS " ***"
                               ADD 1 TO WS-ERROR-COUNT
                           ELSE
                               ADD 1 TO WS-EXPIRED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESTRICTION-FILE

           DISPLAY "RESTRICTION EXPIRY RUN COMPLETE - "
               WS-SCANNED-COUNT " RESTRICTIONS SCANNED, "
               WS-EXPIRED-COUNT " EXPIRED"
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       END PROGRAM RESTRICTION-EXPIRY.
