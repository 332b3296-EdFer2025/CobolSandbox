       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACE-ACCOUNT-RESTRICTION.

      *    REUSABLE SUBPROGRAM: WRITES ONE NEW ACTIVE RESTRICTION
      *    (RESTRICTION-RECORD.cpy) AGAINST AN ACCOUNT, NUMBERED ONE
      *    PAST THE HIGHEST SEQUENCE THE ACCOUNT ALREADY HAS, AND
      *    HANDS THE SEQUENCE BACK. USED BY THE TELLER SCREEN AND BY
      *    THE JOBS THAT RESTRICT ACCOUNTS THEMSELVES (FRAUD REVIEW,
      *    DECEASED CUSTOMER PROCESSING) SO EACH REASON GETS ITS OWN
      *    ROW. IF THE ACCOUNT ALREADY HAS AN ACTIVE RESTRICTION OF
      *    THE SAME TYPE FOR THE SAME REASON, NOTHING IS WRITTEN AND
      *    THAT ROW'S SEQUENCE IS RETURNED WITH LK-PLACED = "D".
      *    LK-PLACED = "Y" WHEN WRITTEN, "N" IF THE FILE FAILED.

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
       01 WS-FILE-EOF PIC X.
       01 WS-LAST-SEQ PIC 9(4).
       01 WS-DUPLICATE-SEQ PIC 9(4).

       LINKAGE SECTION.
       01 LK-ACCOUNT PIC 9(9).
       01 LK-TYPE PIC X.
       01 LK-REASON PIC X(2).
       01 LK-NOTE PIC X(30).
       01 LK-PLACED-BY PIC X(10).
       01 LK-PLACED-DATE PIC 9(8).
       01 LK-EXPIRY-DATE PIC 9(8).
       01 LK-SEQ PIC 9(4).
       01 LK-PLACED PIC X.

       PROCEDURE DIVISION USING LK-ACCOUNT LK-TYPE LK-REASON LK-NOTE
           LK-PLACED-BY LK-PLACED-DATE LK-EXPIRY-DATE LK-SEQ
           LK-PLACED.
       MAIN-LOGIC.
           MOVE "N" TO LK-PLACED
           MOVE 0 TO LK-SEQ
           OPEN I-O RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS = "35"
               OPEN OUTPUT RESTRICTION-FILE
               CLOSE RESTRICTION-FILE
               OPEN I-O RESTRICTION-FILE
           END-IF
           IF WS-RESTRICTION-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           PERFORM SCAN-ACCOUNT-RESTRICTIONS
           IF WS-DUPLICATE-SEQ > 0
               MOVE WS-DUPLICATE-SEQ TO LK-SEQ
               MOVE "D" TO LK-PLACED
               CLOSE RESTRICTION-FILE
               EXIT PROGRAM
           END-IF
           INITIALIZE RESTRICTION-RECORD
           MOVE LK-ACCOUNT TO RST-ACCOUNT
           COMPUTE RST-SEQ = WS-LAST-SEQ + 1
           MOVE LK-TYPE TO RST-TYPE
           MOVE LK-REASON TO RST-REASON
           MOVE LK-NOTE TO RST-NOTE
           MOVE LK-PLACED-BY TO RST-PLACED-BY
           MOVE LK-PLACED-DATE TO RST-PLACED-DATE
           MOVE LK-EXPIRY-DATE TO RST-EXPIRY-DATE
           MOVE "A" TO RST-STATUS
           MOVE SPACES TO RST-LIFTED-BY
           MOVE 0 TO RST-LIFTED-DATE
           WRITE RESTRICTION-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RST-SEQ TO LK-SEQ
                   MOVE "Y" TO LK-PLACED
           END-WRITE
           CLOSE RESTRICTION-FILE
           EXIT PROGRAM.

       SCAN-ACCOUNT-RESTRICTIONS.
           MOVE 0 TO WS-LAST-SEQ
           MOVE 0 TO WS-DUPLICATE-SEQ
           MOVE "N" TO WS-FILE-EOF
           MOVE LK-ACCOUNT TO RST-ACCOUNT
           MOVE 0 TO RST-SEQ
           START RESTRICTION-FILE KEY >= RST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ RESTRICTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF RST-ACCOUNT NOT = LK-ACCOUNT
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           MOVE RST-SEQ TO WS-LAST-SEQ
                           IF RST-STATUS = "A"
                               AND RST-TYPE = LK-TYPE
                               AND RST-REASON = LK-REASON
                               MOVE RST-SEQ TO WS-DUPLICATE-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       END PROGRAM PLACE-ACCOUNT-RESTRICTION.
