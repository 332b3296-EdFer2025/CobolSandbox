       01 WS-ORIGINAL-SENDER-BAL PIC S9(7)V99 VALUE 0.
       01 WS-TRANSACTION-POSTED PIC X VALUE "N".

      *ACCOUNT RESTRICTIONS - THE SENDER MAY NOT BE UNDER A "NO
      *DEBITS" RESTRICTION NOR THE RECEIVER UNDER "NO CREDITS"
       01 WS-RESTRICT-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X.
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

       01 WS-ACCOUNT-FOUND PIC X VALUE "N".
       01 WS-LOCK-RETRY-COUNT PIC 9(2) VALUE 0.
       01 WS-LOCK-MAX-RETRIES PIC 9(2) VALUE 5.
      *CHECK PRESENTMENT HANDLING FOR LINES CARRYING A CHECK NUMBER
       01 WS-CHECK-STATUS PIC XX.
       01 WS-CHECK-OK PIC X.
       01 WS-PPAY-SOURCE PIC X VALUE "B".
       01 WS-PPAY-RESULT PIC X.

      *SCRATCH FIELDS FOR THE STARTUP CALL TO "BANK-PARAMETERS"
       01 WS-PARAM-NAME PIC X(20).

           PERFORM CALCULATE-SENDER-DAILY-TOTAL
           PERFORM CHECK-DUPLICATE-IMPORT
           PERFORM CHECK-IMPORT-RESTRICTIONS

           EVALUATE TRUE
               WHEN WS-DUP-SUSPECT = "Y"
                   MOVE WS-RECEIVER-MESSAGE TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN WS-ACCOUNT-RESTRICTED = "Y"
                   DISPLAY "*** LINE " WS-IMPORT-COUNT " REJECTED - "
                       "ACCOUNT " WS-RESTRICT-ACCOUNT
                       " IS RESTRICTED (TYPE " WS-RESTRICT-TYPE
                       ", REASON " WS-RESTRICT-REASON ") ***"
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "ACCOUNT RESTRICTED - TYPE "
                       WS-RESTRICT-TYPE " REASON " WS-RESTRICT-REASON
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN BI-AMOUNT >
               WS-SENDER-ACCOUNT-BALANCE + WS-SENDER-OVERDRAFT-LIMIT
                   DISPLAY "*** LINE " WS-IMPORT-COUNT " REJECTED - "
           CLOSE DUPLICATE-REPORT-FILE
           .

      *    THE SENDER'S DEBIT SIDE IS TESTED FIRST, THEN THE
      *    RECEIVER'S CREDIT SIDE - WS-RESTRICT-ACCOUNT SAYS WHICH
      *    ONE STOPPED THE LINE.
       CHECK-IMPORT-RESTRICTIONS.
           MOVE WS-SENDER-ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-RESTRICT-ACCOUNT
               WS-TODAYS-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RECEIVER-ACCOUNT-NUMBER TO WS-RESTRICT-ACCOUNT
           MOVE "C" TO WS-RESTRICT-DIRECTION
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-RESTRICT-ACCOUNT
               WS-TODAYS-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           .

       VERIFY-IMPORT-CHECK.
           MOVE "N" TO WS-CHECK-OK
           MOVE BI-FROM-ACCOUNT TO CHK-ACCOUNT
                       "CHECK " BI-CHECK-NUMBER
                       " IS NOT ON THE REGISTER ***"
                   MOVE "CHECK NOT ON REGISTER" TO WS-REJECT-REASON
      *            A POSITIVE PAY CUSTOMER STILL SEES THE ITEM ON
      *            THEIR EXCEPTION QUEUE
                   CALL "POSITIVE-PAY-SCREEN" USING BI-FROM-ACCOUNT
                       BI-CHECK-NUMBER BI-AMOUNT WS-PPAY-SOURCE
                       WS-PPAY-RESULT
                   PERFORM WRITE-REJECT-RECORD
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE "CHECK ALREADY PAID" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   PERFORM SCREEN-IMPORT-CHECK
           END-EVALUATE
           .

      *    ON A POSITIVE PAY ACCOUNT THE LINE MUST ALSO MATCH THE
      *    CUSTOMER'S ISSUE FILE. A MISMATCH IS QUEUED FOR THE
      *    CUSTOMER'S DECISION AND THE LINE GOES TO REPAIR - ONCE
      *    THE CUSTOMER SAYS PAY, THE RESUBMITTED LINE CLEARS.
       SCREEN-IMPORT-CHECK.
           CALL "POSITIVE-PAY-SCREEN" USING BI-FROM-ACCOUNT
               BI-CHECK-NUMBER BI-AMOUNT WS-PPAY-SOURCE WS-PPAY-RESULT
           IF WS-PPAY-RESULT = "E"
               DISPLAY "*** LINE " WS-IMPORT-COUNT " REJECTED - "
                   "CHECK " BI-CHECK-NUMBER " IS A POSITIVE PAY "
                   "EXCEPTION ***"
               MOVE "POSITIVE PAY EXCEPTION" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               MOVE "Y" TO WS-CHECK-OK
           END-IF
           .

      *    THE TRANSACTION JUST WRITTEN IS STILL IN THE BUFFER, SO
      *    ITS REF GOES ONTO THE REGISTER ROW.
       MARK-IMPORT-CHECK-PAID.
