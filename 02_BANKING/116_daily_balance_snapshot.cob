       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-BALANCE-SNAPSHOT.

      *    NIGHTLY SNAPSHOT OF EVERY banking.dat ACCOUNT INTO THE
      *    DAILY BALANCE HISTORY (02_BANKING/daily_balances.dat),
      *    KEYED BY ACCOUNT + BUSINESS DATE. MONTH-END-CLOSE ONLY
      *    KEEPS ONE SUMMARY ROW A MONTH, SO BEFORE THIS A "BALANCE
      *    AT CLOSE ON THE 14TH" QUESTION FROM A CUSTOMER OR A
      *    COURT MEANT REBUILDING THE DAY BY HAND FROM THE ARCHIVES.
      *
      *    EACH ROW CARRIES THE LEDGER BALANCE, THE AVAILABLE
      *    BALANCE NET OF ACTIVE UNEXPIRED HOLDS, THE ACCOUNT STATUS
      *    AND THE CURRENCY. THE ACCOUNT PASS WRITES EVERY ROW WITH
      *    AVAILABLE = LEDGER, THEN ONE PASS OVER holds.dat TAKES
      *    EACH ACTIVE HOLD OFF ITS ACCOUNT'S ROW - holds.dat IS
      *    KEYED ON HOLD-ID, SO THIS AVOIDS A FULL HOLDS SCAN PER
      *    ACCOUNT. A RERUN FOR THE SAME DATE (AN END-OF-DAY
      *    RESTART) SIMPLY OVERWRITES THAT DATE'S ROWS.
      *
      *    RUNS AS AN END-OF-DAY STEP AFTER THE LAST POSTING STEP
      *    AND BEFORE THE DATE ROLL - GOBACK RETURNS TO THAT DRIVER
      *    WITH RETURN-CODE 0 (OK) OR 4 (FAILED).

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

           SELECT HOLDS-FILE
               ASSIGN TO "02_BANKING/holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT DAILY-BALANCE-FILE
               ASSIGN TO "02_BANKING/daily_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBAL-KEY
               FILE STATUS IS WS-DAILY-BALANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

       FD DAILY-BALANCE-FILE.
           COPY "DAILY-BALANCE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-HOLDS-STATUS PIC XX.
       01 WS-DAILY-BALANCE-STATUS PIC XX.
       01 WS-ACCOUNT-EOF PIC X VALUE "N".
       01 WS-HOLDS-EOF PIC X VALUE "N".
       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-ACCOUNT-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-ERROR-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O DAILY-BALANCE-FILE
           IF WS-DAILY-BALANCE-STATUS = "35"
               OPEN OUTPUT DAILY-BALANCE-FILE
               CLOSE DAILY-BALANCE-FILE
               OPEN I-O DAILY-BALANCE-FILE
           END-IF
           IF WS-DAILY-BALANCE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN DAILY BALANCE HISTORY - "
                   "STATUS: " WS-DAILY-BALANCE-STATUS " ***"
               CLOSE ACCOUNT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE

           PERFORM UNTIL WS-ACCOUNT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-EOF
                   NOT AT END
                       PERFORM WRITE-SNAPSHOT-ROW
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE

           PERFORM APPLY-ACTIVE-HOLDS

           CLOSE DAILY-BALANCE-FILE

           DISPLAY "DAILY BALANCE SNAPSHOT COMPLETE FOR "
               WS-BUSINESS-DATE " - " WS-ACCOUNT-COUNT
               " ACCOUNTS, " WS-HELD-COUNT " ACTIVE HOLDS APPLIED"
           IF WS-ERROR-COUNT > 0
               DISPLAY "*** " WS-ERROR-COUNT " HISTORY ROWS COULD "
                   "NOT BE WRITTEN ***"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *    ONE ROW PER ACCOUNT - A ROW ALREADY ON FILE FOR TONIGHT
      *    (A RESTARTED RUN) IS REPLACED, NOT DUPLICATED.
       WRITE-SNAPSHOT-ROW.
           MOVE ACCOUNT-NUMBER TO DBAL-ACCOUNT
           MOVE WS-BUSINESS-DATE TO DBAL-DATE
           MOVE ACCOUNT-BALANCE TO DBAL-LEDGER-BALANCE
           MOVE ACCOUNT-BALANCE TO DBAL-AVAILABLE-BALANCE
           MOVE 0 TO DBAL-HOLDS-TOTAL
           MOVE ACCOUNT-STATUS TO DBAL-ACCOUNT-STATUS
           MOVE ACCOUNT-CURRENCY TO DBAL-CURRENCY
           WRITE DAILY-BALANCE-RECORD
           IF WS-DAILY-BALANCE-STATUS = "22"
               REWRITE DAILY-BALANCE-RECORD
           END-IF
           IF WS-DAILY-BALANCE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO WRITE HISTORY ROW FOR "
                   ACCOUNT-NUMBER " - STATUS: "
                   WS-DAILY-BALANCE-STATUS " ***"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
           END-IF
           .

      *    THE SAME "ACTIVE AND NOT YET EXPIRED" TEST BANKING'S
      *    CALCULATE-ACTIVE-HOLDS APPLIES AT THE COUNTER. NO HOLDS
      *    FILE SIMPLY MEANS AVAILABLE = LEDGER EVERYWHERE.
       APPLY-ACTIVE-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLDS-EOF = "Y"
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOLDS-EOF
                   NOT AT END
                       IF HOLD-STATUS = "A"
                           AND HOLD-EXPIRY-DATE >= WS-BUSINESS-DATE
                           PERFORM APPLY-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           .

       APPLY-ONE-HOLD.
           MOVE HOLD-ACCOUNT TO DBAL-ACCOUNT
           MOVE WS-BUSINESS-DATE TO DBAL-DATE
           READ DAILY-BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD HOLD-AMOUNT TO DBAL-HOLDS-TOTAL
                   SUBTRACT HOLD-AMOUNT FROM DBAL-AVAILABLE-BALANCE
                   REWRITE DAILY-BALANCE-RECORD
                   IF WS-DAILY-BALANCE-STATUS NOT = "00"
                       DISPLAY "*** FAILED TO APPLY HOLD " HOLD-ID
                           " - STATUS: " WS-DAILY-BALANCE-STATUS
                           " ***"
                       ADD 1 TO WS-ERROR-COUNT
                   ELSE
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
           END-READ
           .

       END PROGRAM DAILY-BALANCE-SNAPSHOT.
