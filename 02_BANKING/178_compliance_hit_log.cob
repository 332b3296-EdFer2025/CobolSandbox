       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLIANCE-HIT-LOG.

      *    REUSABLE SUBPROGRAM: RECORDS ONE COMPLIANCE MONITOR HIT
      *    (COMPLIANCE-HIT-RECORD.cpy, compliance_hits.dat) SO AN
      *    INVESTIGATOR CAN LINK IT TO A CASE. FRAUD-REVIEW,
      *    STRUCTURING-REPORT, CASH-TRANSACTION-REPORT, WATCHLIST-
      *    SWEEP AND KYC-REVIEW ALL CALL IT. A HIT ALREADY ON FILE
      *    FOR THE SAME SOURCE, REFERENCE AND CUSTOMER IS LEFT AS IT
      *    IS. LOGGING MUST NEVER STOP A MONITOR, SO ANY I/O TROUBLE
      *    IS REPORTED AND SWALLOWED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIT-FILE
               ASSIGN TO "02_BANKING/compliance_hits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIT-ID
               ALTERNATE RECORD KEY IS HIT-SOURCE-KEY
               ALTERNATE RECORD KEY IS HIT-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HIT-CASE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HIT-FILE.
           COPY "COMPLIANCE-HIT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HIT-STATUS PIC XX.
       01 WS-HIT-EOF PIC X.
       01 WS-NEXT-HIT-ID PIC 9(7).

       LINKAGE SECTION.
       01 LK-SOURCE PIC X(4).
       01 LK-SOURCE-REF PIC X(12).
       01 LK-CUSTOMER-ID PIC 9(5).
       01 LK-ACCOUNT PIC 9(9).
       01 LK-DETECTED-DATE PIC 9(8).
       01 LK-AMOUNT PIC 9(9)V99.
       01 LK-DETAIL PIC X(40).

       PROCEDURE DIVISION USING LK-SOURCE LK-SOURCE-REF LK-CUSTOMER-ID
               LK-ACCOUNT LK-DETECTED-DATE LK-AMOUNT LK-DETAIL.
       MAIN-LOGIC.
           IF LK-CUSTOMER-ID = 0
               EXIT PROGRAM
           END-IF
           OPEN I-O HIT-FILE
           IF WS-HIT-STATUS = "35"
               OPEN OUTPUT HIT-FILE
               CLOSE HIT-FILE
               OPEN I-O HIT-FILE
           END-IF
           IF WS-HIT-STATUS NOT = "00"
               DISPLAY "*** COMPLIANCE HIT FILE I/O ERROR - STATUS: "
                   WS-HIT-STATUS " - HIT NOT RECORDED ***"
               EXIT PROGRAM
           END-IF
           MOVE LK-SOURCE TO HIT-SOURCE
           MOVE LK-SOURCE-REF TO HIT-SOURCE-REF
           MOVE LK-CUSTOMER-ID TO HIT-CUSTOMER-ID
           READ HIT-FILE KEY IS HIT-SOURCE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE HIT-FILE
                   EXIT PROGRAM
           END-READ
           MOVE 1 TO WS-NEXT-HIT-ID
           MOVE "N" TO WS-HIT-EOF
           MOVE 0 TO HIT-ID
           START HIT-FILE KEY >= HIT-ID
               INVALID KEY
                   MOVE "Y" TO WS-HIT-EOF
           END-START
           PERFORM UNTIL WS-HIT-EOF = "Y"
               READ HIT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIT-EOF
                   NOT AT END
                       IF HIT-ID >= WS-NEXT-HIT-ID
                           COMPUTE WS-NEXT-HIT-ID = HIT-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           INITIALIZE COMPLIANCE-HIT-RECORD
           MOVE WS-NEXT-HIT-ID TO HIT-ID
           MOVE LK-SOURCE TO HIT-SOURCE
           MOVE LK-SOURCE-REF TO HIT-SOURCE-REF
           MOVE LK-CUSTOMER-ID TO HIT-CUSTOMER-ID
           MOVE LK-ACCOUNT TO HIT-ACCOUNT
           MOVE LK-DETECTED-DATE TO HIT-DETECTED-DATE
           MOVE LK-AMOUNT TO HIT-AMOUNT
           MOVE LK-DETAIL TO HIT-DETAIL
           MOVE 0 TO HIT-CASE-ID
           MOVE SPACES TO HIT-LINKED-BY
           MOVE 0 TO HIT-LINKED-DATE
           WRITE COMPLIANCE-HIT-RECORD
           IF WS-HIT-STATUS NOT = "00"
               DISPLAY "*** COMPLIANCE HIT FILE I/O ERROR - STATUS: "
                   WS-HIT-STATUS " - HIT NOT RECORDED ***"
           END-IF
           CLOSE HIT-FILE
           EXIT PROGRAM.

       END PROGRAM COMPLIANCE-HIT-LOG.
