       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSITIVE-ACCESS-LOG.

      *    REUSABLE SUBPROGRAM EVERY INQUIRY SCREEN CALLS AS IT SHOWS
      *    AN ACCOUNT OR A CUSTOMER. WHEN THE ACCOUNT, ITS OWNER OR
      *    ITS JOINT OWNER IS FLAGGED SENSITIVE (SENSITIVE-RECORD.cpy)
      *    - OR BELONGS TO AN ACTIVE MEMBER OF STAFF - IT WRITES AN
      *    ACCESS ROW (SENSITIVE-ACCESS-RECORD.cpy) WITH THE TELLER,
      *    TERMINAL, THE TERMINAL'S BRANCH, THE DATE AND TIME, AND
      *    THE SCREEN, AND SAYS SO IN LK-SENSITIVE.
      *
      *    THE CALLER PASSES WHAT IT ALREADY HOLDS: AN ACCOUNT WITH
      *    ITS OWNER, JOINT OWNER AND HOME BRANCH, OR A CUSTOMER
      *    ALONE (ACCOUNT ZERO). A CALLER THAT HAS ONLY THE ACCOUNT
      *    NUMBER PASSES OWNER ZERO AND THE ACCOUNT IS LOOKED UP
      *    HERE - BANKING, WHICH HAS THE MASTER OPEN, ALWAYS PASSES
      *    THE OWNER. MISSING FILES MEAN NOTHING IS FLAGGED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSITIVE-FILE
               ASSIGN TO "02_BANKING/sensitive_parties.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNS-KEY
               FILE STATUS IS WS-SENSITIVE-STATUS.

           SELECT ACCESS-FILE
               ASSIGN TO "02_BANKING/sensitive_access.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAX-KEY
               FILE STATUS IS WS-ACCESS-STATUS.

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

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT TERMINAL-FILE
               ASSIGN TO "02_BANKING/terminals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERMINAL-ID
               FILE STATUS IS WS-TERMINAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SENSITIVE-FILE.
           COPY "SENSITIVE-RECORD.cpy".

       FD ACCESS-FILE.
           COPY "SENSITIVE-ACCESS-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-SENSITIVE-STATUS PIC XX.
       01 WS-ACCESS-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-TERMINAL-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.
       01 WS-OWNER-ID PIC 9(5).
       01 WS-JOINT-ID PIC 9(5).
       01 WS-ACCOUNT-BRANCH PIC X(3).
       01 WS-REASON PIC X(2).
       01 WS-FLAG-KIND PIC X.
       01 WS-FLAG-ID PIC 9(9).
       01 WS-WRITTEN PIC X.

       LINKAGE SECTION.
       01 LK-ACCOUNT PIC 9(9).
       01 LK-CUSTOMER-ID PIC 9(5).
       01 LK-JOINT-CUSTOMER-ID PIC 9(5).
       01 LK-ACCOUNT-BRANCH PIC X(3).
       01 LK-TELLER-ID PIC X(10).
       01 LK-TERMINAL-ID PIC X(10).
       01 LK-SCREEN PIC X(20).
       01 LK-SENSITIVE PIC X.

       PROCEDURE DIVISION USING LK-ACCOUNT LK-CUSTOMER-ID
           LK-JOINT-CUSTOMER-ID LK-ACCOUNT-BRANCH LK-TELLER-ID
           LK-TERMINAL-ID LK-SCREEN LK-SENSITIVE.
       MAIN-LOGIC.
           MOVE "N" TO LK-SENSITIVE
           MOVE SPACES TO WS-REASON
           MOVE LK-CUSTOMER-ID TO WS-OWNER-ID
           MOVE LK-JOINT-CUSTOMER-ID TO WS-JOINT-ID
           MOVE LK-ACCOUNT-BRANCH TO WS-ACCOUNT-BRANCH
           IF LK-ACCOUNT NOT = 0 AND LK-CUSTOMER-ID = 0
               PERFORM LOOKUP-ACCOUNT
           END-IF

           IF LK-ACCOUNT NOT = 0
               MOVE "A" TO WS-FLAG-KIND
               MOVE LK-ACCOUNT TO WS-FLAG-ID
               PERFORM CHECK-FLAG
           END-IF
           IF WS-REASON = SPACES AND WS-OWNER-ID NOT = 0
               MOVE "C" TO WS-FLAG-KIND
               MOVE WS-OWNER-ID TO WS-FLAG-ID
               PERFORM CHECK-FLAG
           END-IF
           IF WS-REASON = SPACES AND WS-JOINT-ID NOT = 0
               MOVE "C" TO WS-FLAG-KIND
               MOVE WS-JOINT-ID TO WS-FLAG-ID
               PERFORM CHECK-FLAG
           END-IF
           IF WS-REASON = SPACES
               PERFORM CHECK-STAFF
           END-IF

           IF WS-REASON NOT = SPACES
               MOVE "Y" TO LK-SENSITIVE
               PERFORM WRITE-ACCESS-ROW
           END-IF
           EXIT PROGRAM.

       LOOKUP-ACCOUNT.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LK-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-CUSTOMER-ID TO WS-OWNER-ID
                   MOVE ACCOUNT-JOINT-CUSTOMER-ID TO WS-JOINT-ID
                   MOVE ACCOUNT-BRANCH TO WS-ACCOUNT-BRANCH
           END-READ
           CLOSE ACCOUNT-FILE
           .

       CHECK-FLAG.
           OPEN INPUT SENSITIVE-FILE
           IF WS-SENSITIVE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FLAG-KIND TO SNS-KIND
           MOVE WS-FLAG-ID TO SNS-ID
           READ SENSITIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SNS-ACTIVE = "Y"
                       MOVE SNS-REASON TO WS-REASON
                   END-IF
           END-READ
           CLOSE SENSITIVE-FILE
           .

      *    STAFF ACCOUNTS NEED NO FLAG ROW OF THEIR OWN - AN OWNER
      *    WHO IS ON THE TELLER MASTER AS AN ACTIVE MEMBER OF STAFF
      *    IS ENOUGH.
       CHECK-STAFF.
           IF WS-OWNER-ID = 0 AND WS-JOINT-ID = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TELLER-FILE
           IF WS-TELLER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE LOW-VALUES TO TELLER-ID
           START TELLER-FILE KEY >= TELLER-ID
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TELLER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF TELLER-ACTIVE = "Y"
                           AND TELLER-CUSTOMER-ID NOT = 0
                           AND (TELLER-CUSTOMER-ID = WS-OWNER-ID
                               OR TELLER-CUSTOMER-ID = WS-JOINT-ID)
                           MOVE "ST" TO WS-REASON
                           MOVE "Y" TO WS-FILE-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TELLER-FILE
           .

       WRITE-ACCESS-ROW.
           MOVE SPACES TO SAX-ACCESS-BRANCH
           OPEN INPUT TERMINAL-FILE
           IF WS-TERMINAL-STATUS = "00"
               MOVE LK-TERMINAL-ID TO TRM-TERMINAL-ID
               READ TERMINAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRM-BRANCH-CODE TO SAX-ACCESS-BRANCH
               END-READ
               CLOSE TERMINAL-FILE
           END-IF

           OPEN I-O ACCESS-FILE
           IF WS-ACCESS-STATUS = "35"
               OPEN OUTPUT ACCESS-FILE
               CLOSE ACCESS-FILE
               OPEN I-O ACCESS-FILE
           END-IF
           IF WS-ACCESS-STATUS NOT = "00"
               DISPLAY "*** SENSITIVE ACCESS LOG I/O ERROR - STATUS: "
                   WS-ACCESS-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           CALL "BUSINESS-DATE" USING SAX-DATE
           ACCEPT SAX-TIME FROM TIME
           MOVE LK-TERMINAL-ID TO SAX-TERMINAL-ID
           MOVE LK-TELLER-ID TO SAX-TELLER-ID
           MOVE LK-SCREEN TO SAX-SCREEN
           MOVE LK-ACCOUNT TO SAX-ACCOUNT
           MOVE WS-OWNER-ID TO SAX-CUSTOMER-ID
           MOVE WS-REASON TO SAX-REASON
           MOVE WS-ACCOUNT-BRANCH TO SAX-ACCOUNT-BRANCH
           MOVE "N" TO WS-WRITTEN
           MOVE 0 TO SAX-SEQ
           PERFORM UNTIL WS-WRITTEN = "Y" OR SAX-SEQ = 99
               WRITE SENSITIVE-ACCESS-RECORD
                   INVALID KEY
                       ADD 1 TO SAX-SEQ
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITTEN
               END-WRITE
           END-PERFORM
           IF WS-WRITTEN = "N"
               DISPLAY "*** SENSITIVE ACCESS LOG I/O ERROR - STATUS: "
                   WS-ACCESS-STATUS " ***"
           END-IF
           CLOSE ACCESS-FILE
           .

       END PROGRAM SENSITIVE-ACCESS-LOG.
