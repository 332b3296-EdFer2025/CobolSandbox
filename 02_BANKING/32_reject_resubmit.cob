       01 WS-ORIGINAL-SENDER-BAL PIC S9(7)V99 VALUE 0.
       01 WS-RESUBMIT-OK PIC X.
       01 WS-FAIL-REASON PIC X(40).
      *ACCOUNT RESTRICTIONS - SAME SENDER "NO DEBITS" / RECEIVER
      *"NO CREDITS" TEST AS BATCH-TRANSACTION-IMPORT
       01 WS-RESTRICT-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X.
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

       01 WS-SCANNED-COUNT PIC 9(5) VALUE 0.
       01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
               END-EVALUATE
           END-IF

           IF WS-RESUBMIT-OK = "Y"
               PERFORM CHECK-RESUBMIT-RESTRICTIONS
           END-IF

           IF WS-RESUBMIT-OK = "Y"
               PERFORM CALCULATE-SENDER-DAILY-TOTAL
               EVALUATE TRUE
           END-IF
           .

       CHECK-RESUBMIT-RESTRICTIONS.
           MOVE WS-SENDER-ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-RESTRICT-ACCOUNT
               WS-TODAYS-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "N"
               MOVE WS-RECEIVER-ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
               MOVE "C" TO WS-RESTRICT-DIRECTION
               CALL "ACCOUNT-RESTRICTION-CHECK" USING
                   WS-RESTRICT-ACCOUNT WS-TODAYS-DATE
                   WS-RESTRICT-DIRECTION WS-RESTRICT-CHANNEL
                   WS-ACCOUNT-RESTRICTED WS-RESTRICT-TYPE
                   WS-RESTRICT-REASON
           END-IF
           IF WS-ACCOUNT-RESTRICTED = "Y"
               STRING "ACCOUNT RESTRICTED - TYPE " WS-RESTRICT-TYPE
                   " REASON " WS-RESTRICT-REASON
                   DELIMITED BY SIZE INTO WS-FAIL-REASON
               MOVE "N" TO WS-RESUBMIT-OK
           END-IF
           .

       POST-RESUBMITTED-TRANSACTION.
           MOVE WS-SENDER-ACCOUNT-NUMBER TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
