       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-RESTRICTION-CHECK.

      *    REUSABLE SUBPROGRAM: SAYS WHETHER AN ACCOUNT'S ACTIVE,
      *    UNEXPIRED RESTRICTIONS (RESTRICTION-RECORD.cpy) FORBID THE
      *    POSTING ABOUT TO BE MADE. THE CALLER PASSES THE DIRECTION
      *    ("D" = DEBIT, "C" = CREDIT) AND THE CHANNEL IT ARRIVES BY
      *    (SPACE = COUNTER OR BATCH, "X" = EXTERNAL TRANSFER,
      *    "O" = ONLINE OR KIOSK, "K" = CARD). A RESTRICTION OF THE
      *    DIRECTION'S TYPE OR THE CHANNEL'S TYPE BLOCKS IT; THE
      *    FIRST ONE FOUND IS HANDED BACK SO THE CALLER CAN SAY WHY.
      *    A RESTRICTION PAST ITS EXPIRY DATE NO LONGER BLOCKS, EVEN
      *    BEFORE THE NIGHTLY EXPIRY RUN HAS MARKED IT. A MISSING
      *    FILE MEANS NO RESTRICTIONS.

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

       LINKAGE SECTION.
       01 LK-ACCOUNT PIC 9(9).
       01 LK-AS-OF-DATE PIC 9(8).
       01 LK-DIRECTION PIC X.
       01 LK-CHANNEL PIC X.
       01 LK-RESTRICTED PIC X.
       01 LK-RESTRICTION-TYPE PIC X.
       01 LK-RESTRICTION-REASON PIC X(2).

       PROCEDURE DIVISION USING LK-ACCOUNT LK-AS-OF-DATE
           LK-DIRECTION LK-CHANNEL LK-RESTRICTED LK-RESTRICTION-TYPE
           LK-RESTRICTION-REASON.
       MAIN-LOGIC.
           MOVE "N" TO LK-RESTRICTED
           MOVE SPACE TO LK-RESTRICTION-TYPE
           MOVE SPACES TO LK-RESTRICTION-REASON
           OPEN INPUT RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
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
                           PERFORM TEST-ONE-RESTRICTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESTRICTION-FILE
           EXIT PROGRAM.

       TEST-ONE-RESTRICTION.
           IF RST-STATUS NOT = "A"
               EXIT PARAGRAPH
           END-IF
           IF RST-EXPIRY-DATE NOT = 0
               AND RST-EXPIRY-DATE < LK-AS-OF-DATE
               EXIT PARAGRAPH
           END-IF
           IF RST-TYPE = LK-DIRECTION
               OR (LK-CHANNEL NOT = SPACE AND RST-TYPE = LK-CHANNEL)
               MOVE "Y" TO LK-RESTRICTED
               MOVE RST-TYPE TO LK-RESTRICTION-TYPE
               MOVE RST-REASON TO LK-RESTRICTION-REASON
               MOVE "Y" TO WS-FILE-EOF
           END-IF
           .

       END PROGRAM ACCOUNT-RESTRICTION-CHECK.
