      *    DAILY-REGISTER AND THE MEMO SEARCH CAN TELL ONLINE
      *    ACTIVITY FROM TELLER ACTIVITY. REJECTED INSTRUCTIONS ARE
      *    LISTED ON THE RUN REPORT FOR THE VENDOR'S RECONCILER.
      *    NOBODY IS HERE TO OVERRIDE A CONTACT-CHANGE COOLING-OFF,
      *    SO AN INSTRUCTION FROM A SENDER STILL INSIDE ONE IS
      *    REJECTED AND LOGGED (CONTACT-COOLING-CHECK).
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY ANOTHER DRIVER -
      *    GOBACK RETURNS WITH RETURN-CODE 0 (OK) OR 4 (FAILED).
       01 WS-RECEIVER-FOUND PIC X.
       01 WS-RECEIVER-VALID PIC X.
       01 WS-RECEIVER-MESSAGE PIC X(40).
      *    ACCOUNT RESTRICTIONS - EVERY INSTRUCTION HERE IS ONLINE,
      *    SO A "NO ONLINE" RESTRICTION ON EITHER SIDE BOUNCES IT
      *    ALONGSIDE THE SENDER'S "NO DEBITS" AND RECEIVER'S "NO
      *    CREDITS".
       01 WS-RESTRICT-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X.
       01 WS-RESTRICT-CHANNEL PIC X VALUE "O".
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).
      *    CONTACT-CHANGE COOLING-OFF ON THE SENDER'S HOLDERS
       01 WS-COOLING-CUSTOMER PIC 9(5).
       01 WS-COOLING-JOINT PIC 9(5).
       01 WS-COOLING-ACTION PIC X(2) VALUE "OL".
       01 WS-COOLING-OUTCOME PIC X.
       01 WS-COOLING-TELLER PIC X(10) VALUE "ONLINE".
       01 WS-COOLING-SUPERVISOR PIC X(10) VALUE SPACES.
       01 WS-COOLING-IN-WINDOW PIC X.
       01 WS-COOLING-CHANGE-DATE PIC 9(8).
       01 WS-COOLING-UNTIL PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           END-EVALUATE
           MOVE ACCOUNT-BALANCE TO WS-SENDER-BALANCE
           MOVE ACCOUNT-OVERDRAFT-LIMIT TO WS-SENDER-OVERDRAFT
           MOVE OI-FROM-ACCOUNT TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           PERFORM CHECK-INSTRUCTION-RESTRICTION
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SENDER-COOLING-OFF
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE OI-TO-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
                       TO WS-REJECT-REASON
               WHEN WS-RECEIVER-VALID = "N"
                   MOVE WS-RECEIVER-MESSAGE TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE OI-TO-ACCOUNT TO WS-RESTRICT-ACCOUNT
                   MOVE "C" TO WS-RESTRICT-DIRECTION
                   PERFORM CHECK-INSTRUCTION-RESTRICTION
           END-EVALUATE
           .

       CHECK-INSTRUCTION-RESTRICTION.
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-RESTRICT-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               STRING "ACCOUNT " WS-RESTRICT-ACCOUNT
                   " RESTRICTED - TYPE " WS-RESTRICT-TYPE
                   " REASON " WS-RESTRICT-REASON
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF
           .

      *    ACCOUNT-RECORD STILL HOLDS THE SENDER HERE
       CHECK-SENDER-COOLING-OFF.
           MOVE ACCOUNT-CUSTOMER-ID TO WS-COOLING-CUSTOMER
           MOVE ACCOUNT-JOINT-CUSTOMER-ID TO WS-COOLING-JOINT
           MOVE "R" TO WS-COOLING-OUTCOME
           CALL "CONTACT-COOLING-CHECK" USING OI-FROM-ACCOUNT
               WS-COOLING-CUSTOMER WS-COOLING-JOINT WS-COOLING-ACTION
               WS-COOLING-OUTCOME WS-COOLING-TELLER
               WS-COOLING-SUPERVISOR WS-COOLING-IN-WINDOW
               WS-COOLING-CHANGE-DATE WS-COOLING-UNTIL
           IF WS-COOLING-IN-WINDOW = "Y"
               STRING "CONTACT CHANGE COOLING OFF TO "
                   WS-COOLING-UNTIL
                   DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-IF
           .

       POST-ONLINE-TRANSFER.
           PERFORM VALIDATE-INSTRUCTION-ACCOUNTS
           IF WS-REJECT-REASON = SPACES
