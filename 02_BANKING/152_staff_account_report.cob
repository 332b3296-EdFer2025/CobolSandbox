       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFF-ACCOUNT-REPORT.

      *    MONTHLY STAFF-ACCOUNT ACTIVITY REPORT FOR COMPLIANCE. EVERY
      *    ACTIVE MEMBER OF STAFF WHOSE TELLER ROW CARRIES THEIR OWN
      *    CUSTOMER-ID (TELLER-CUSTOMER-ID) IS MATCHED AGAINST THE
      *    ACCOUNT MASTER THROUGH STAFF-ACCOUNT-LINK - ACCOUNTS THEY
      *    OWN, HOLD JOINTLY, SIGN ON, OR THAT BELONG TO THEIR
      *    HOUSEHOLD. EVERY POSTING ON THOSE ACCOUNTS IN THE MONTH IS
      *    LISTED FROM THE ACCOUNT'S CROSS-REFERENCE SLICE, WITH THE
      *    TELLER WHO MADE IT FROM THE POSTING-TELLER LOG (BATCH AND
      *    KIOSK POSTINGS HAVE NO TELLER). A POSTING MADE BY THE VERY
      *    STAFF MEMBER THE ACCOUNT IS LINKED TO IS CALLED OUT -
      *    BANKING REFUSES THOSE, SO ONE SHOWING UP HERE MEANS THE
      *    BLOCK WAS GOT ROUND. WRITES
      *    02_BANKING/staff_account_report.txt.
      *
      *    A MONTHLY ("M") JOB-SCHEDULER JOB. CALLED BY THE
      *    SCHEDULER WITH RUN MODE "P" IT REPORTS THE CURRENT
      *    BUSINESS MONTH; RUN STANDALONE IT ASKS FOR THE MONTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

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

           SELECT XREF-FILE
               ASSIGN TO "02_BANKING/txn_xref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT POSTING-TELLER-FILE
               ASSIGN TO "02_BANKING/posting_tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTL-TRANSACTION-REF
               FILE STATUS IS WS-POSTING-TELLER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/staff_account_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD XREF-FILE.
           COPY "XREF-RECORD.cpy".

       FD POSTING-TELLER-FILE.
           COPY "POSTING-TELLER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-POSTING-TELLER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-XREF-OPEN PIC X VALUE "N".
       01 WS-POSTING-TELLER-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-MONTH-START PIC 9(8).

      *    STAFF WHO BANK WITH US - LOADED ONCE FROM THE TELLER MASTER
       01 WS-STAFF-COUNT PIC 9(4) VALUE 0.
       01 WS-STAFF-MAX PIC 9(4) VALUE 200.
       01 WS-STAFF-TABLE.
           05 WS-STAFF-ENTRY OCCURS 200 TIMES.
               10 WS-STAFF-TELLER-ID PIC X(10).
               10 WS-STAFF-CUSTOMER-ID PIC 9(5).
       01 WS-STAFF-IX PIC 9(4).

      *    ACCOUNTS LINKED TO A MEMBER OF STAFF - THE FIRST ONE FOUND
       01 WS-LINKED-COUNT PIC 9(4) VALUE 0.
       01 WS-LINKED-MAX PIC 9(4) VALUE 1000.
       01 WS-LINKED-TABLE.
           05 WS-LINKED-ENTRY OCCURS 1000 TIMES.
               10 WS-LINKED-ACCOUNT PIC 9(9).
               10 WS-LINKED-TELLER-ID PIC X(10).
               10 WS-LINKED-TYPE PIC X.
       01 WS-LINKED-IX PIC 9(4).
       01 WS-LINKED-FLAG PIC X.
       01 WS-LINK-TYPE PIC X.

       01 WS-POSTING-TELLER PIC X(10).
       01 WS-ACCOUNT-POSTINGS PIC 9(5).
       01 WS-POSTING-COUNT PIC 9(7) VALUE 0.
       01 WS-POSTING-TOTAL PIC 9(11)V99 VALUE 0.
       01 WS-SELF-POSTING-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-TELLER-COUNT PIC 9(7) VALUE 0.
       01 WS-ACTIVE-ACCOUNT-COUNT PIC 9(4) VALUE 0.
       01 WS-TABLE-FULL PIC X VALUE "N".

       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           IF LK-RUN-MODE = "P"
               MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
           ELSE
               DISPLAY "REPORT MONTH (YYYYMM):" WITH NO ADVANCING
               ACCEPT WS-REPORT-MONTH
               IF WS-REPORT-MONTH = 0
                   MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
               END-IF
           END-IF
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "STAFF-ACCOUNT ACTIVITY REPORT - MONTH "
               WS-REPORT-MONTH "   (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LOAD-STAFF
           IF WS-STAFF-COUNT = 0
               MOVE "NO MEMBER OF STAFF HAS A CUSTOMER-ID ON THE TELLE"
                   & "R MASTER" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "STAFF-ACCOUNT REPORT FOR " WS-REPORT-MONTH
                   " COMPLETE - NO STAFF CUSTOMERS"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-LINKED-ACCOUNTS

      *    NO CROSS-REFERENCE OR TELLER LOG YET SIMPLY MEANS NOTHING
      *    HAS BEEN POSTED (OR NOTHING AT A COUNTER)
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               MOVE "Y" TO WS-XREF-OPEN
           END-IF
           OPEN INPUT POSTING-TELLER-FILE
           IF WS-POSTING-TELLER-STATUS = "00"
               MOVE "Y" TO WS-POSTING-TELLER-OPEN
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT   L STAFF      DATE     TIME   REFERENCE     "
               & "   AMOUNT T TELLER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LINKED-IX FROM 1 BY 1
               UNTIL WS-LINKED-IX > WS-LINKED-COUNT
               PERFORM REPORT-ACCOUNT-POSTINGS
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  STAFF WITH A CUSTOMER-ID       " WS-STAFF-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  EMPLOYEE-LINKED ACCOUNTS       " WS-LINKED-COUNT
               "  (" WS-ACTIVE-ACCOUNT-COUNT " WITH POSTINGS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-POSTING-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  POSTINGS                    " WS-POSTING-COUNT
               "  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  POSTED WITH NO TELLER       " WS-NO-TELLER-COUNT
               "  (BATCH OR KIOSK)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  POSTED BY THE LINKED STAFF MEMBER  "
               WS-SELF-POSTING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-FULL = "Y"
               MOVE "  *** LINKED-ACCOUNT TABLE FULL - SOME STAFF "
                   & "ACCOUNTS NOT LISTED ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           IF WS-XREF-OPEN = "Y"
               CLOSE XREF-FILE
           END-IF
           IF WS-POSTING-TELLER-OPEN = "Y"
               CLOSE POSTING-TELLER-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "STAFF-ACCOUNT REPORT FOR " WS-REPORT-MONTH
               " COMPLETE - " WS-LINKED-COUNT " LINKED ACCOUNTS, "
               WS-POSTING-COUNT " POSTINGS"
           IF WS-SELF-POSTING-COUNT > 0
               DISPLAY "*** " WS-SELF-POSTING-COUNT
                   " POSTINGS MADE BY THE LINKED STAFF MEMBER ***"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    ACTIVE STAFF ONLY - A LEAVER'S ACCOUNTS ARE ORDINARY
      *    CUSTOMER ACCOUNTS AGAIN.
       LOAD-STAFF.
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
                           AND WS-STAFF-COUNT < WS-STAFF-MAX
                           ADD 1 TO WS-STAFF-COUNT
                           MOVE TELLER-ID
                               TO WS-STAFF-TELLER-ID(WS-STAFF-COUNT)
                           MOVE TELLER-CUSTOMER-ID
                               TO WS-STAFF-CUSTOMER-ID(WS-STAFF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TELLER-FILE
           .

      *    ONE PASS OF THE ACCOUNT MASTER, EACH ACCOUNT TESTED
      *    AGAINST EVERY STAFF MEMBER UNTIL ONE IS LINKED. GL
      *    CONTROL ACCOUNTS BELONG TO NOBODY.
       LOAD-LINKED-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF ACCOUNT-TYPE NOT = "G"
                           PERFORM TEST-ACCOUNT-AGAINST-STAFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           .

       TEST-ACCOUNT-AGAINST-STAFF.
           MOVE "N" TO WS-LINKED-FLAG
           PERFORM VARYING WS-STAFF-IX FROM 1 BY 1
               UNTIL WS-STAFF-IX > WS-STAFF-COUNT
                   OR WS-LINKED-FLAG = "Y"
               CALL "STAFF-ACCOUNT-LINK" USING
                   WS-STAFF-CUSTOMER-ID(WS-STAFF-IX) ACCOUNT-NUMBER
                   ACCOUNT-CUSTOMER-ID ACCOUNT-JOINT-CUSTOMER-ID
                   WS-LINKED-FLAG WS-LINK-TYPE
               IF WS-LINKED-FLAG = "Y"
                   IF WS-LINKED-COUNT < WS-LINKED-MAX
                       ADD 1 TO WS-LINKED-COUNT
                       MOVE ACCOUNT-NUMBER
                           TO WS-LINKED-ACCOUNT(WS-LINKED-COUNT)
                       MOVE WS-STAFF-TELLER-ID(WS-STAFF-IX)
                           TO WS-LINKED-TELLER-ID(WS-LINKED-COUNT)
                       MOVE WS-LINK-TYPE
                           TO WS-LINKED-TYPE(WS-LINKED-COUNT)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL
                   END-IF
               END-IF
           END-PERFORM
           .

      *    THE ACCOUNT'S CROSS-REFERENCE SLICE FOR THE MONTH - ONE
      *    KEYED START, THEN READ ON UNTIL THE ACCOUNT OR THE MONTH
      *    CHANGES.
       REPORT-ACCOUNT-POSTINGS.
           IF WS-XREF-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACCOUNT-POSTINGS
           MOVE "N" TO WS-FILE-EOF
           MOVE WS-LINKED-ACCOUNT(WS-LINKED-IX) TO XRF-ACCOUNT
           MOVE WS-MONTH-START TO XRF-DATE
           MOVE 0 TO XRF-REF
           START XREF-FILE KEY >= XRF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ XREF-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF XRF-ACCOUNT NOT =
                           WS-LINKED-ACCOUNT(WS-LINKED-IX)
                           OR XRF-DATE(1:6) NOT = WS-REPORT-MONTH
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           PERFORM REPORT-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-POSTINGS > 0
               ADD 1 TO WS-ACTIVE-ACCOUNT-COUNT
           END-IF
           .

       REPORT-ONE-POSTING.
           ADD 1 TO WS-ACCOUNT-POSTINGS
           ADD 1 TO WS-POSTING-COUNT
           ADD XRF-AMOUNT TO WS-POSTING-TOTAL
           MOVE "(NONE)" TO WS-POSTING-TELLER
           IF WS-POSTING-TELLER-OPEN = "Y"
               MOVE XRF-REF TO PTL-TRANSACTION-REF
               READ POSTING-TELLER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PTL-TELLER-ID TO WS-POSTING-TELLER
               END-READ
           END-IF
           IF WS-POSTING-TELLER = "(NONE)"
               ADD 1 TO WS-NO-TELLER-COUNT
           END-IF
           MOVE XRF-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING XRF-ACCOUNT " " WS-LINKED-TYPE(WS-LINKED-IX) " "
               WS-LINKED-TELLER-ID(WS-LINKED-IX) " " XRF-DATE " "
               XRF-TIME " " XRF-REF " " WS-AMOUNT-DISPLAY " "
               XRF-TYPE " " WS-POSTING-TELLER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-POSTING-TELLER = WS-LINKED-TELLER-ID(WS-LINKED-IX)
               ADD 1 TO WS-SELF-POSTING-COUNT
               MOVE "          *** POSTED BY THE LINKED STAFF MEMBER"
                   & " ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       END PROGRAM STAFF-ACCOUNT-REPORT.
