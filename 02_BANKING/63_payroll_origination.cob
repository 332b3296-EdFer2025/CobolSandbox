       01 WS-AVAILABLE-FUNDS PIC S9(9)V99 VALUE 0.
       01 WS-AMOUNT-DISPLAY PIC 9(9)V99.
       01 WS-REFUSE-REASON PIC X(40) VALUE SPACES.
      *    ACCOUNT RESTRICTIONS - AN EMPLOYER UNDER "NO DEBITS" HAS
      *    THE WHOLE BATCH REFUSED; AN EMPLOYEE UNDER "NO CREDITS"
      *    BOUNCES BACK TO THE EMPLOYER LIKE A CLOSED ACCOUNT.
       01 WS-RESTRICT-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X.
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

      *    EACH EMPLOYER'S DETAILS ARE BUFFERED HERE UNTIL THE BATCH
      *    ENDS, SO THE PREFUNDING CHECK SEES THE WHOLE TOTAL BEFORE
                   END-IF
           END-READ

           IF WS-REFUSE-REASON = SPACES
               MOVE WS-EMPLOYER-ACCOUNT TO WS-RESTRICT-ACCOUNT
               MOVE "D" TO WS-RESTRICT-DIRECTION
               CALL "ACCOUNT-RESTRICTION-CHECK" USING
                   WS-RESTRICT-ACCOUNT WS-TODAY-DATE
                   WS-RESTRICT-DIRECTION WS-RESTRICT-CHANNEL
                   WS-ACCOUNT-RESTRICTED WS-RESTRICT-TYPE
                   WS-RESTRICT-REASON
               IF WS-ACCOUNT-RESTRICTED = "Y"
                   STRING "EMPLOYER ACCOUNT RESTRICTED - REASON "
                       WS-RESTRICT-REASON
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
               END-IF
           END-IF

           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-BATCH-REFUSED
               DISPLAY "*** PAYROLL FOR EMPLOYER "
           WRITE REPORT-LINE
           .

      *    AN EMPLOYEE ACCOUNT THAT TURNS OUT MISSING, CLOSED OR
      *    RESTRICTED AGAINST CREDITS GETS ITS MONEY BACK ON THE
      *    EMPLOYER'S ACCOUNT RATHER THAN VANISHING - THE SUMMARY
      *    SHOWS THE BOUNCE SO THE EMPLOYER
      *    CAN CORRECT THE ACCOUNT NUMBER AND RESUBMIT JUST THAT ONE.
       CREDIT-ONE-EMPLOYEE.
           MOVE WS-LEG-EMPLOYEE(WS-LEG-INDEX) TO WS-RESTRICT-ACCOUNT
           MOVE "C" TO WS-RESTRICT-DIRECTION
           CALL "ACCOUNT-RESTRICTION-CHECK" USING
               WS-RESTRICT-ACCOUNT WS-TODAY-DATE
               WS-RESTRICT-DIRECTION WS-RESTRICT-CHANNEL
               WS-ACCOUNT-RESTRICTED WS-RESTRICT-TYPE
               WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               PERFORM REFUND-ONE-EMPLOYEE-LEG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LEG-EMPLOYEE(WS-LEG-INDEX) TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
