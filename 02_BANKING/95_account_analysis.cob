      *    TRANSACTION MASTER), AND POSTS ONE NET FEE - OR WAIVES
      *    IT WHEN THE EARNINGS CREDIT COVERS THE CHARGES - WITH A
      *    STATEMENT SHOWING EVERY STEP OF THE ARITHMETIC.
      *    NIGHTLY ZBA CONCENTRATION SWEEPS (02_BANKING/
      *    142_zba_sweep.cob - TYPE "T" WITH A "ZBA " MEMO) ARE
      *    SHOWN ON THEIR OWN LINES AND PRICED AT AA-ZBA-PRICE
      *    INSTEAD OF AS ORDINARY TRANSFERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-CHECK-PRICE PIC 9(3)V99 VALUE 0.25.
       01 WS-DEPOSIT-PRICE PIC 9(3)V99 VALUE 0.30.
       01 WS-XFER-PRICE PIC 9(3)V99 VALUE 0.40.
       01 WS-ZBA-PRICE PIC 9(3)V99 VALUE 0.
       01 WS-ZBA-UP-COUNT PIC 9(5) VALUE 0.
       01 WS-ZBA-DOWN-COUNT PIC 9(5) VALUE 0.
       01 WS-ZBA-SWEEP-COUNT PIC 9(5) VALUE 0.
       01 WS-ZBA-UP-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-ZBA-DOWN-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-EARNINGS-CREDIT PIC S9(9)V99 VALUE 0.
       01 WS-ACTIVITY-CHARGES PIC S9(9)V99 VALUE 0.
       01 WS-NET-FEE PIC S9(9)V99 VALUE 0.
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-XFER-PRICE
           END-IF
           MOVE "AA-ZBA-PRICE" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-ZBA-PRICE
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"

      *    PASS 2: THE MONTH'S ACTIVITY COUNTS OFF THE MASTER.
           PERFORM COUNT-MONTH-ACTIVITY
           COMPUTE WS-ZBA-SWEEP-COUNT =
               WS-ZBA-UP-COUNT + WS-ZBA-DOWN-COUNT

           COMPUTE WS-EARNINGS-CREDIT ROUNDED =
               WS-AVG-BALANCE * WS-ECR-RATE / 12
               WS-CHECK-COUNT * WS-CHECK-PRICE
               + WS-DEPOSIT-COUNT * WS-DEPOSIT-PRICE
               + WS-XFER-COUNT * WS-XFER-PRICE
               + WS-ZBA-SWEEP-COUNT * WS-ZBA-PRICE
           COMPUTE WS-NET-FEE =
               WS-ACTIVITY-CHARGES - WS-EARNINGS-CREDIT


      *    PER-ITEM COUNTS FOR THE MONTH: CHECKS AND WITHDRAWALS ON
      *    THE DEBIT SIDE, DEPOSITS ON THE CREDIT SIDE, TRANSFERS
      *    WHERE ONE OF THE CUSTOMER'S ACCOUNTS IS THE SENDER - A
      *    ZBA SWEEP IS COUNTED APART, UP TO THE MASTER OR DOWN
      *    FROM IT.
       COUNT-MONTH-ACTIVITY.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
                   MOVE FROM-ACCOUNT TO ACCOUNT-NUMBER
                   PERFORM READ-AND-MATCH-CUSTOMER
                   IF WS-CUST-MATCHED = "Y"
                       IF TRANSACTION-MEMO(1:4) = "ZBA "
                           PERFORM COUNT-ZBA-SWEEP
                       ELSE
                           ADD 1 TO WS-XFER-COUNT
                       END-IF
                   END-IF
           END-EVALUATE
           .

       COUNT-ZBA-SWEEP.
           IF TRANSACTION-MEMO(5:5) = "SWEEP"
               ADD 1 TO WS-ZBA-UP-COUNT
               ADD TRANSACTION-AMOUNT TO WS-ZBA-UP-TOTAL
           ELSE
               ADD 1 TO WS-ZBA-DOWN-COUNT
               ADD TRANSACTION-AMOUNT TO WS-ZBA-DOWN-TOTAL
           END-IF
           .

       READ-AND-MATCH-CUSTOMER.
           MOVE "N" TO WS-CUST-MATCHED
           READ ACCOUNT-FILE
               WS-XFER-PRICE
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-ZBA-SWEEP-COUNT > 0
               MOVE SPACES TO STATEMENT-LINE
               STRING "ZBA SWEEPS UP:      " WS-ZBA-UP-COUNT
                   " TOTALLING " WS-ZBA-UP-TOTAL
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING "ZBA FUNDING DOWN:   " WS-ZBA-DOWN-COUNT
                   " TOTALLING " WS-ZBA-DOWN-TOTAL
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE SPACES TO STATEMENT-LINE
               STRING "ZBA SWEEPS:         "
                   WS-ZBA-SWEEP-COUNT " AT "
                   WS-ZBA-PRICE
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           MOVE SPACES TO STATEMENT-LINE
           STRING "ACTIVITY CHARGES:            "
               WS-ACTIVITY-CHARGES
