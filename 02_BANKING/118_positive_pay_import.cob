       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSITIVE-PAY-IMPORT.

      *    LOADS A POSITIVE PAY ISSUE FILE SENT BY AN ENROLLED
      *    BUSINESS CUSTOMER - ONE LINE PER CHECK THEY WROTE (OR
      *    VOIDED) SINCE THEIR LAST FILE. EACH ISSUED CHECK IS KEPT
      *    WITH ITS AMOUNT AND PAYEE (02_BANKING/positive_pay_
      *    issues.dat) AND ITS NUMBER IS PUT ON THE CHECK REGISTER
      *    THE SAME WAY ISSUE-CHECKS DOES AT THE COUNTER, SO PAY-CHECK
      *    AND THE BATCH IMPORT RECOGNIZE IT. A VOID MARKS THE ISSUE
      *    ROW, NOT THE REGISTER - A VOIDED CHECK THAT TURNS UP ANYWAY
      *    IS A POSITIVE PAY EXCEPTION FOR THE CUSTOMER TO DECIDE.
      *
      *    LINES FOR AN ACCOUNT THAT IS NOT ENROLLED, OR NOT ON FILE,
      *    ARE LISTED ON THE REPORT AND SKIPPED. LOADING THE SAME
      *    FILE TWICE IS HARMLESS - ROWS ARE REPLACED, NOT DOUBLED.
      *
      *    RUNS STANDALONE WHEN A CUSTOMER FILE ARRIVES, OR AS A STEP
      *    CALLED BY ANOTHER DRIVER - GOBACK RETURNS WITH RETURN-CODE
      *    0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CHECK-FILE
               ASSIGN TO "02_BANKING/check_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHECK-STATUS.

           SELECT PPAY-ENROLL-FILE
               ASSIGN TO "02_BANKING/positive_pay_enroll.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPE-ACCOUNT
               FILE STATUS IS WS-PPAY-ENROLL-STATUS.

           SELECT PPAY-ISSUE-FILE
               ASSIGN TO "02_BANKING/positive_pay_issues.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPI-KEY
               FILE STATUS IS WS-PPAY-ISSUE-STATUS.

           SELECT INBOUND-FILE
               ASSIGN TO "02_BANKING/positive_pay_inbound.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOUND-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/positive_pay_import_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CHECK-FILE.
           COPY "CHECK-RECORD.cpy".

       FD PPAY-ENROLL-FILE.
           COPY "POSITIVE-PAY-ENROLL-RECORD.cpy".

       FD PPAY-ISSUE-FILE.
           COPY "POSITIVE-PAY-ISSUE-RECORD.cpy".

      *    ONE FIXED-WIDTH LINE PER CHECK: "I" (ISSUED) OR "V"
      *    (VOID), THE DRAWING ACCOUNT, CHECK NUMBER, AMOUNT, ISSUE
      *    DATE AND PAYEE AS WRITTEN ON THE CHECK.
       FD INBOUND-FILE.
       01 INBOUND-LINE.
           05 PP-REC-TYPE PIC X(3).
           05 FILLER PIC X.
           05 PP-ACTION PIC X.
           05 FILLER PIC X.
           05 PP-ACCOUNT PIC 9(9).
           05 FILLER PIC X.
           05 PP-CHECK-NUMBER PIC 9(6).
           05 FILLER PIC X.
           05 PP-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X.
           05 PP-ISSUE-DATE PIC 9(8).
           05 FILLER PIC X.
           05 PP-PAYEE PIC X(40).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CHECK-STATUS PIC XX.
       01 WS-PPAY-ENROLL-STATUS PIC XX.
       01 WS-PPAY-ISSUE-STATUS PIC XX.
       01 WS-INBOUND-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-INBOUND-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-ISSUED-COUNT PIC 9(7) VALUE 0.
       01 WS-VOIDED-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.
       01 WS-SKIP-REASON PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           OPEN INPUT INBOUND-FILE
           IF WS-INBOUND-STATUS = "35"
               DISPLAY "POSITIVE PAY IMPORT: NO ISSUE FILE ON DISK "
                   "- NOTHING TO LOAD"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-INBOUND-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ISSUE FILE - "
                   "STATUS: " WS-INBOUND-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               CLOSE INBOUND-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PPAY-ENROLL-FILE
           IF WS-PPAY-ENROLL-STATUS NOT = "00"
               DISPLAY "*** NO POSITIVE PAY ENROLLMENTS ON FILE - "
                   "STATUS: " WS-PPAY-ENROLL-STATUS " - ENROLL THE "
                   "ACCOUNT THROUGH POSITIVE-PAY-MAINTENANCE ***"
               CLOSE INBOUND-FILE
               CLOSE ACCOUNT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PPAY-ISSUE-FILE
           IF WS-PPAY-ISSUE-STATUS = "35"
               OPEN OUTPUT PPAY-ISSUE-FILE
               CLOSE PPAY-ISSUE-FILE
               OPEN I-O PPAY-ISSUE-FILE
           END-IF
           OPEN I-O CHECK-FILE
           IF WS-CHECK-STATUS = "35"
               OPEN OUTPUT CHECK-FILE
               CLOSE CHECK-FILE
               OPEN I-O CHECK-FILE
           END-IF
           IF WS-PPAY-ISSUE-STATUS NOT = "00"
               OR WS-CHECK-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ISSUE FILE OR CHECK "
                   "REGISTER - STATUS: " WS-PPAY-ISSUE-STATUS "/"
                   WS-CHECK-STATUS " ***"
               CLOSE INBOUND-FILE
               CLOSE ACCOUNT-FILE
               CLOSE PPAY-ENROLL-FILE
               CLOSE PPAY-ISSUE-FILE
               CLOSE CHECK-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "POSITIVE PAY ISSUE FILE IMPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM UNTIL WS-INBOUND-FILE-EOF = "Y"
               READ INBOUND-FILE
                   AT END
                       MOVE "Y" TO WS-INBOUND-FILE-EOF
                   NOT AT END
                       IF PP-REC-TYPE = "DTL"
                           PERFORM LOAD-ONE-ISSUE-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-ISSUED-COUNT " ISSUED, " WS-VOIDED-COUNT
               " VOIDED, " WS-SKIPPED-COUNT " SKIPPED, "
               WS-ERROR-COUNT " FAILED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE INBOUND-FILE
           CLOSE ACCOUNT-FILE
           CLOSE PPAY-ENROLL-FILE
           CLOSE PPAY-ISSUE-FILE
           CLOSE CHECK-FILE
           CLOSE REPORT-FILE
           DISPLAY "POSITIVE PAY IMPORT COMPLETE - " WS-ISSUED-COUNT
               " ISSUED, " WS-VOIDED-COUNT " VOIDED, "
               WS-SKIPPED-COUNT " SKIPPED"
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-ONE-ISSUE-LINE.
           MOVE SPACES TO WS-SKIP-REASON
           EVALUATE TRUE
               WHEN PP-ACTION NOT = "I" AND PP-ACTION NOT = "V"
                   MOVE "UNKNOWN ACTION CODE" TO WS-SKIP-REASON
               WHEN PP-ACCOUNT NOT NUMERIC
                   OR PP-CHECK-NUMBER NOT NUMERIC
                   OR PP-AMOUNT NOT NUMERIC
                   MOVE "ACCOUNT, CHECK OR AMOUNT NOT NUMERIC"
                       TO WS-SKIP-REASON
           END-EVALUATE
           IF WS-SKIP-REASON = SPACES
               MOVE PP-ACCOUNT TO ACCOUNT-NUMBER
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ON FILE" TO WS-SKIP-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           IF WS-SKIP-REASON = SPACES
               MOVE PP-ACCOUNT TO PPE-ACCOUNT
               READ PPAY-ENROLL-FILE
                   INVALID KEY
                       MOVE "ACCOUNT NOT ENROLLED IN POSITIVE PAY"
                           TO WS-SKIP-REASON
                   NOT INVALID KEY
                       IF PPE-ACTIVE NOT = "Y"
                           MOVE "POSITIVE PAY ENROLLMENT SUSPENDED"
                               TO WS-SKIP-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " PP-ACCOUNT " " PP-CHECK-NUMBER
                   " SKIPPED: " WS-SKIP-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE PP-ACCOUNT TO PPI-ACCOUNT
           MOVE PP-CHECK-NUMBER TO PPI-CHECK-NUMBER
           READ PPAY-ISSUE-FILE
               INVALID KEY
                   MOVE PP-AMOUNT TO PPI-AMOUNT
                   MOVE PP-ISSUE-DATE TO PPI-ISSUE-DATE
                   MOVE PP-PAYEE TO PPI-PAYEE
                   MOVE PP-ACTION TO PPI-STATUS
                   MOVE WS-TODAY-DATE TO PPI-LOADED-DATE
                   WRITE POSITIVE-PAY-ISSUE-RECORD
               NOT INVALID KEY
      *            A VOID LINE CARRIES NO NEED TO RESTATE THE
      *            ORIGINAL AMOUNT OR PAYEE
                   IF PP-ACTION = "I"
                       MOVE PP-AMOUNT TO PPI-AMOUNT
                       MOVE PP-ISSUE-DATE TO PPI-ISSUE-DATE
                       MOVE PP-PAYEE TO PPI-PAYEE
                   END-IF
                   MOVE PP-ACTION TO PPI-STATUS
                   MOVE WS-TODAY-DATE TO PPI-LOADED-DATE
                   REWRITE POSITIVE-PAY-ISSUE-RECORD
           END-READ
           IF WS-PPAY-ISSUE-STATUS NOT = "00"
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " PP-ACCOUNT " " PP-CHECK-NUMBER
                   " FAILED TO STORE - STATUS: "
                   WS-PPAY-ISSUE-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           IF PP-ACTION = "V"
               ADD 1 TO WS-VOIDED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " PP-ACCOUNT " " PP-CHECK-NUMBER " VOID"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               ADD 1 TO WS-ISSUED-COUNT
               PERFORM REGISTER-ISSUED-CHECK
           END-IF

           MOVE PP-ACCOUNT TO PPE-ACCOUNT
           READ PPAY-ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-TODAY-DATE TO PPE-LAST-LOAD-DATE
                   REWRITE POSITIVE-PAY-ENROLL-RECORD
           END-READ
           .

      *    SAME ROW ISSUE-CHECKS WRITES. A NUMBER ALREADY ON THE
      *    REGISTER (ISSUED AT THE COUNTER, OR AN EARLIER FILE) IS
      *    LEFT ALONE - A STOP OR A PAYMENT MUST NOT BE UNDONE BY A
      *    CUSTOMER FILE.
       REGISTER-ISSUED-CHECK.
           MOVE PP-ACCOUNT TO CHK-ACCOUNT
           MOVE PP-CHECK-NUMBER TO CHK-NUMBER
           READ CHECK-FILE
               INVALID KEY
                   MOVE "I" TO CHK-STATUS
                   MOVE PP-ISSUE-DATE TO CHK-ISSUED-DATE
                   MOVE 0 TO CHK-PAID-DATE
                   MOVE 0 TO CHK-PAID-REF
                   MOVE 0 TO CHK-AMOUNT
                   WRITE CHECK-RECORD
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO REPORT-LINE
           STRING "  " PP-ACCOUNT " " PP-CHECK-NUMBER " " PP-AMOUNT
               " " PP-PAYEE(1:30)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF CHK-STATUS = "P" OR CHK-STATUS = "S"
               MOVE SPACES TO REPORT-LINE
               STRING "      NOTE: CHECK IS ALREADY "
                   "PAID OR STOPPED ON THE REGISTER"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       END PROGRAM POSITIVE-PAY-IMPORT.
