      *================================================================
      *    TRAINING SANDBOX VERSION OF BANKING - IN-MEMORY ACCOUNT
      *    TABLE, NO WRITES TO THE LIVE ACCOUNT FILE EVER HAPPEN HERE.
      *    A CLASS CAN EITHER LOAD A READ-ONLY SNAPSHOT OF PRODUCTION
      *    TO PRACTICE ON REALISTIC-LOOKING DATA, OR SAVE/RELOAD ITS
      *    OWN SCRATCH SNAPSHOT SO A SESSION CAN BE PICKED BACK UP
      *    LATER. THE PRODUCTION SNAPSHOT AND THE PRODUCTION-DAY
      *    REPLAY ONLY EVER READ THE MASKED TRAINING COPIES BUILT BY
      *    TRAINING-MASK (02_BANKING/182_training_mask.cob) - FAKE
      *    NAMES, SCRAMBLED NUMBERS, PERTURBED AMOUNTS - AND REFUSE
      *    ANY COPY WHOSE COUNT AND HASH TOTAL DO NOT AGREE WITH THAT
      *    JOB'S CONTROL LINE. THE SEED ACCOUNT COUNT IS NO
      *    LONGER FIXED AT FIVE - WS-ACCOUNT-COUNT DRIVES HOW MANY OF
      *    THE OCCURS DEPENDING ON TABLE SLOTS ARE ACTUALLY IN USE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    MASKED COPY OF THE PRODUCTION ACCOUNT FILE - OPENED
      *    INPUT-ONLY, NEVER WRITTEN
           SELECT PROD-ACCOUNT-FILE
               ASSIGN TO "02_BANKING/training_banking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-PROD-STATUS.

      *    MASKED COPY OF THE CUSTOMER FILE
           SELECT CUSTOMER-FILE
               ASSIGN TO "02_BANKING/training_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

      *    MASKED COPY OF THE TRANSACTION LEDGER (LIVE LEDGER, THE
      *    DAY'S JOURNAL AND EVERY ON-LINE ARCHIVE IN ONE FILE) -
      *    OPENED INPUT-ONLY SO THE REPLAY MODE CAN LOAD A REAL DAY'S
      *    TRANSFERS INTO THE IN-MEMORY TABLE. NOTHING HERE EVER
      *    WRITES TO IT.
           SELECT PROD-TRANSACTION-FILE
               ASSIGN TO "02_BANKING/training_transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REPLAY-REF
               FILE STATUS IS WS-REPLAY-STATUS.

      *    TRAINING-MASK'S CONTROL LINE - NO LINE, NO LOAD
           SELECT MASK-CONTROL-FILE
               ASSIGN TO "02_BANKING/training_mask_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASK-STATUS.

      *    INSTRUCTOR-AUTHORED EXERCISE SCRIPT: "A" ROWS SEED THE
      *    ACCOUNT TABLE (INSTEAD OF BUILD-SEED-ACCOUNTS), "O" ROWS
                       BY ==REPLAY-SUPERVISOR-ID==
                   ==TRANSACTION-BRANCH== BY ==REPLAY-BRANCH==.

       FD MASK-CONTROL-FILE.
           COPY "TRAINING-MASK-CONTROL.cpy".

       FD EXERCISE-FILE.
       01 EXERCISE-RECORD.
      *TRAINEE PREDICTING EACH OUTCOME BEFORE IT IS APPLIED. LIVE
      *FILES ARE ONLY EVER READ.
       01 WS-REPLAY-STATUS PIC XX.
       01 WS-REPLAY-TARGET-DATE PIC 9(8).
       01 WS-REPLAY-FILE-EOF PIC X.
       01 WS-REPLAY-FIRST PIC 9(4).
       01 WS-REPLAY-CORRECT PIC 9(4).
       01 WS-REPLAY-TOTAL PIC 9(4).

      *MASKED-COPY CHECK - SEE READ-MASK-CONTROL. THE COUNT AND
      *HASH TOTAL ARE RECOMPUTED OVER EACH COPY AND MUST MATCH
       01 WS-MASK-STATUS PIC XX.
       01 WS-MASK-VERIFIED PIC X VALUE "N".
       01 WS-CHECK-COUNT PIC 9(9).
       01 WS-CHECK-HASH PIC 9(18).

      * FOR THE OPTION MENU
       01 WS-OPTION PIC 9.

               DISPLAY "   1. ACCOUNT INFORMATION"
               DISPLAY "   2. TRANSACTION INFORMATION"
               DISPLAY "   3. EXECUTE TRANSACTION"
               DISPLAY "   4. LOAD MASKED PRODUCTION SNAPSHOT "
                   "(READ-ONLY)"
               DISPLAY "   5. SAVE TRAINING SNAPSHOT"
               DISPLAY "   6. REPLAY A MASKED PRODUCTION DAY"
               DISPLAY "   7. LOAD INSTRUCTOR EXERCISE"
               DISPLAY "   8. GRADE EXERCISE AND WRITE SCORE SHEET"
               DISPLAY "   9. TERMINATE"
               END-EVALUATE
           END-PERFORM.

      *    LOADS ONE PRODUCTION DAY'S TRANSFERS (FROM THE MASKED
      *    LEDGER COPY, WHICH ALSO HOLDS EVERY ARCHIVED DAY THAT WAS
      *    ON-LINE WHEN IT WAS BUILT) INTO THE IN-MEMORY
      *    TRANSACTION TABLE AND STEPS THROUGH THEM: THE TRAINEE
      *    SEES EACH TRANSFER, PREDICTS WHETHER IT WILL POST
      *    AGAINST THE IN-MEMORY BALANCES, AND THEN WATCHES IT
       REPLAY-PRODUCTION-DAY.
           DISPLAY "REPLAY DATE (YYYYMMDD):"
           ACCEPT WS-REPLAY-TARGET-DATE

           PERFORM READ-MASK-CONTROL
           IF WS-MASK-VERIFIED = "N"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REPLAY-FIRST = WS-LAST-TRANSACTION-INDEX + 1
           PERFORM LOAD-REPLAY-FROM-LIVE
           IF WS-MASK-VERIFIED = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-LAST-TRANSACTION-INDEX < WS-REPLAY-FIRST
               WS-REPLAY-TOTAL " OUTCOMES PREDICTED CORRECTLY"
           .

      *    EVERY ROW GOES INTO THE COUNT AND HASH TOTAL, NOT JUST
      *    THE DAY ASKED FOR - IF THEY DO NOT MATCH THE CONTROL LINE
      *    THE ROWS JUST LOADED ARE DROPPED AGAIN.
       LOAD-REPLAY-FROM-LIVE.
           OPEN INPUT PROD-TRANSACTION-FILE
           IF WS-REPLAY-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE MASKED LEDGER COPY - "
                   "STATUS: " WS-REPLAY-STATUS " ***"
               MOVE "N" TO WS-MASK-VERIFIED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-CHECK-HASH
           MOVE "N" TO WS-REPLAY-FILE-EOF
           PERFORM UNTIL WS-REPLAY-FILE-EOF = "Y"
               READ PROD-TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REPLAY-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-CHECK-COUNT
                       ADD REPLAY-FROM-ACCOUNT TO WS-CHECK-HASH
                       ADD REPLAY-TO-ACCOUNT TO WS-CHECK-HASH
                       IF REPLAY-DATE = WS-REPLAY-TARGET-DATE
                           AND REPLAY-TYPE = "T"
                           AND REPLAY-REVERSED = "N"
               END-READ
           END-PERFORM
           CLOSE PROD-TRANSACTION-FILE
           IF WS-CHECK-COUNT NOT = MASK-TRANSACTION-COUNT
               OR WS-CHECK-HASH NOT = MASK-TRANSACTION-HASH
               COMPUTE WS-LAST-TRANSACTION-INDEX = WS-REPLAY-FIRST - 1
               MOVE "N" TO WS-MASK-VERIFIED
               DISPLAY "*** THE LEDGER COPY DOES NOT MATCH THE LAST "
                   "TRAINING MASK RUN - REPLAY REFUSED ***"
           END-IF
           .

      *    ONE TRANSFER AT A TIME: SHOW IT, TAKE THE PREDICTION,
           MOVE 10000 TO ACCOUNT-BALANCE(5)
           .

      *    LOADS A READ-ONLY SNAPSHOT OF THE MASKED COPY OF
      *    BANKING.DAT SO A CLASS CAN PRACTICE ON REALISTIC-LOOKING
      *    DATA. CUSTOMER-FILE IS ALSO READ TO RESOLVE EACH ACCOUNT'S
      *    LINKED CUSTOMER INTO A DISPLAY NAME FOR THE TABLE. NOTHING
      *    IS EVER WRITTEN BACK TO EITHER FILE FROM HERE.
       LOAD-FROM-PRODUCTION-SNAPSHOT.
           PERFORM READ-MASK-CONTROL
           IF WS-MASK-VERIFIED = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFY-MASKED-SNAPSHOT
           IF WS-MASK-VERIFIED = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ACCOUNT-COUNT
           OPEN INPUT PROD-ACCOUNT-FILE
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE MASKED ACCOUNT COPY - "
                   "STATUS: " WS-PROD-STATUS " - SNAPSHOT NOT LOADED "
                   "***"
           ELSE
                   CLOSE CUSTOMER-FILE
               END-IF
               DISPLAY WS-ACCOUNT-COUNT " ACCOUNTS LOADED FROM THE "
                   "MASKED PRODUCTION SNAPSHOT OF " MASK-RUN-DATE
                   " (READ-ONLY)"
           END-IF
           .

      *    THE SANDBOX ONLY LOADS PRODUCTION DATA THAT HAS BEEN
      *    THROUGH TRAINING-MASK. NO CONTROL LINE (THE JOB NEVER RAN,
      *    OR FAILED PART WAY) MEANS NOTHING IS LOADED.
       READ-MASK-CONTROL.
           MOVE "N" TO WS-MASK-VERIFIED
           OPEN INPUT MASK-CONTROL-FILE
           IF WS-MASK-STATUS NOT = "00"
               DISPLAY "*** NO MASKED TRAINING COPY ON FILE - RUN "
                   "TRAINING-MASK FIRST. PRODUCTION DATA IS NEVER "
                   "LOADED UNMASKED ***"
               EXIT PARAGRAPH
           END-IF
           READ MASK-CONTROL-FILE
               AT END
                   DISPLAY "*** THE LAST TRAINING MASK RUN DID NOT "
                       "FINISH - RUN TRAINING-MASK AGAIN ***"
               NOT AT END
                   MOVE "Y" TO WS-MASK-VERIFIED
           END-READ
           CLOSE MASK-CONTROL-FILE
           .

      *    A FULL PASS OVER BOTH COPIES BEFORE THE TABLE IS TOUCHED,
      *    SO A REFUSED SNAPSHOT LEAVES THE CURRENT SESSION AS IT WAS
       VERIFY-MASKED-SNAPSHOT.
           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-CHECK-HASH
           OPEN INPUT PROD-ACCOUNT-FILE
           IF WS-PROD-STATUS = "00"
               MOVE "N" TO WS-PROD-FILE-EOF
               PERFORM UNTIL WS-PROD-FILE-EOF = "Y"
                   READ PROD-ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PROD-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-CHECK-COUNT
                           ADD PROD-ACCOUNT-NUMBER TO WS-CHECK-HASH
                   END-READ
               END-PERFORM
               CLOSE PROD-ACCOUNT-FILE
           END-IF
           IF WS-CHECK-COUNT NOT = MASK-ACCOUNT-COUNT
               OR WS-CHECK-HASH NOT = MASK-ACCOUNT-HASH
               MOVE "N" TO WS-MASK-VERIFIED
               DISPLAY "*** THE ACCOUNT COPY DOES NOT MATCH THE LAST "
                   "TRAINING MASK RUN - SNAPSHOT REFUSED ***"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CHECK-COUNT
           MOVE 0 TO WS-CHECK-HASH
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "N" TO WS-PROD-FILE-EOF
               PERFORM UNTIL WS-PROD-FILE-EOF = "Y"
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PROD-FILE-EOF
                       NOT AT END
                           ADD 1 TO WS-CHECK-COUNT
                           ADD CUSTOMER-ID TO WS-CHECK-HASH
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-CHECK-COUNT NOT = MASK-CUSTOMER-COUNT
               OR WS-CHECK-HASH NOT = MASK-CUSTOMER-HASH
               MOVE "N" TO WS-MASK-VERIFIED
               DISPLAY "*** THE CUSTOMER COPY DOES NOT MATCH THE LAST "
                   "TRAINING MASK RUN - SNAPSHOT REFUSED ***"
           END-IF
           .

