       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-ACCOUNT-LINK.

      *    REUSABLE SUBPROGRAM: SAYS WHETHER A MEMBER OF STAFF (BY
      *    THEIR OWN CUSTOMER-ID, TELLER-CUSTOMER-ID) HAS A PERSONAL
      *    INTEREST IN AN ACCOUNT. THE CALLER PASSES THE ACCOUNT AND
      *    ITS OWNER AND JOINT OWNER (IT ALREADY HAS THE ACCOUNT
      *    RECORD IN HAND). THE LINK COMES BACK AS:
      *        "O" = THE STAFF MEMBER OWNS THE ACCOUNT
      *        "J" = THE STAFF MEMBER IS THE JOINT OWNER
      *        "S" = THE STAFF MEMBER IS AN ACTIVE SIGNER ON IT
      *        "H" = AN OWNER IS IN THE STAFF MEMBER'S HOUSEHOLD
      *    A STAFF CUSTOMER-ID OF ZERO (NOT A CUSTOMER) IS NEVER
      *    LINKED. A MISSING SIGNER OR HOUSEHOLD FILE SIMPLY MEANS
      *    NO LINK OF THAT KIND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNER-FILE
               ASSIGN TO "02_BANKING/signers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SGN-KEY
               FILE STATUS IS WS-SIGNER-STATUS.

           SELECT HOUSEHOLD-FILE
               ASSIGN TO "02_BANKING/households.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-CUSTOMER-ID
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SIGNER-FILE.
           COPY "SIGNER-RECORD.cpy".

       FD HOUSEHOLD-FILE.
           COPY "HOUSEHOLD-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SIGNER-STATUS PIC XX.
       01 WS-HOUSEHOLD-STATUS PIC XX.
       01 WS-STAFF-HOUSEHOLD-ID PIC 9(5).
       01 WS-OWNER-HOUSEHOLD-ID PIC 9(5).

       LINKAGE SECTION.
       01 LK-STAFF-CUSTOMER-ID PIC 9(5).
       01 LK-ACCOUNT PIC 9(9).
       01 LK-OWNER-CUSTOMER-ID PIC 9(5).
       01 LK-JOINT-CUSTOMER-ID PIC 9(5).
       01 LK-LINKED PIC X.
       01 LK-LINK-TYPE PIC X.

       PROCEDURE DIVISION USING LK-STAFF-CUSTOMER-ID LK-ACCOUNT
           LK-OWNER-CUSTOMER-ID LK-JOINT-CUSTOMER-ID LK-LINKED
           LK-LINK-TYPE.
       MAIN-LOGIC.
           MOVE "N" TO LK-LINKED
           MOVE SPACE TO LK-LINK-TYPE
           IF LK-STAFF-CUSTOMER-ID = 0
               EXIT PROGRAM
           END-IF

           IF LK-OWNER-CUSTOMER-ID = LK-STAFF-CUSTOMER-ID
               MOVE "Y" TO LK-LINKED
               MOVE "O" TO LK-LINK-TYPE
               EXIT PROGRAM
           END-IF
           IF LK-JOINT-CUSTOMER-ID = LK-STAFF-CUSTOMER-ID
               MOVE "Y" TO LK-LINKED
               MOVE "J" TO LK-LINK-TYPE
               EXIT PROGRAM
           END-IF

           PERFORM CHECK-SIGNER
           IF LK-LINKED = "Y"
               EXIT PROGRAM
           END-IF

           PERFORM CHECK-HOUSEHOLD
           EXIT PROGRAM.

      *    AN ENDED SIGNER AUTHORITY (SGN-ACTIVE "N") NO LONGER
      *    COUNTS - THE STAFF MEMBER CANNOT MOVE THE MONEY ANY MORE.
       CHECK-SIGNER.
           OPEN INPUT SIGNER-FILE
           IF WS-SIGNER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ACCOUNT TO SGN-ACCOUNT
           MOVE LK-STAFF-CUSTOMER-ID TO SGN-CUSTOMER-ID
           READ SIGNER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SGN-ACTIVE = "Y"
                       MOVE "Y" TO LK-LINKED
                       MOVE "S" TO LK-LINK-TYPE
                   END-IF
           END-READ
           CLOSE SIGNER-FILE
           .

      *    THE STAFF MEMBER'S HOUSEHOLD AGAINST EACH OWNER'S - A
      *    SPOUSE'S OR CHILD'S ACCOUNT IS AS CLOSE TO HOME AS THEIR
      *    OWN.
       CHECK-HOUSEHOLD.
           OPEN INPUT HOUSEHOLD-FILE
           IF WS-HOUSEHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-STAFF-CUSTOMER-ID TO HH-CUSTOMER-ID
           READ HOUSEHOLD-FILE
               INVALID KEY
                   MOVE 0 TO WS-STAFF-HOUSEHOLD-ID
               NOT INVALID KEY
                   MOVE HH-HOUSEHOLD-ID TO WS-STAFF-HOUSEHOLD-ID
           END-READ
           IF WS-STAFF-HOUSEHOLD-ID NOT = 0
               MOVE LK-OWNER-CUSTOMER-ID TO HH-CUSTOMER-ID
               PERFORM READ-OWNER-HOUSEHOLD
               IF WS-OWNER-HOUSEHOLD-ID = WS-STAFF-HOUSEHOLD-ID
                   MOVE "Y" TO LK-LINKED
                   MOVE "H" TO LK-LINK-TYPE
               END-IF
           END-IF
           IF WS-STAFF-HOUSEHOLD-ID NOT = 0 AND LK-LINKED = "N"
               AND LK-JOINT-CUSTOMER-ID NOT = 0
               MOVE LK-JOINT-CUSTOMER-ID TO HH-CUSTOMER-ID
               PERFORM READ-OWNER-HOUSEHOLD
               IF WS-OWNER-HOUSEHOLD-ID = WS-STAFF-HOUSEHOLD-ID
                   MOVE "Y" TO LK-LINKED
                   MOVE "H" TO LK-LINK-TYPE
               END-IF
           END-IF
           CLOSE HOUSEHOLD-FILE
           .

       READ-OWNER-HOUSEHOLD.
           READ HOUSEHOLD-FILE
               INVALID KEY
                   MOVE 0 TO WS-OWNER-HOUSEHOLD-ID
               NOT INVALID KEY
                   MOVE HH-HOUSEHOLD-ID TO WS-OWNER-HOUSEHOLD-ID
           END-READ
           .

       END PROGRAM STAFF-ACCOUNT-LINK.
