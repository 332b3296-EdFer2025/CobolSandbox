       01 WS-SUSPENSE-ITEM-STATUS PIC XX.
       01 WS-SUSPENSE-ITEM-EOF PIC X.
       01 WS-NEXT-SUSP-ID PIC 9(7) VALUE 1.
      *A TARGET UNDER A "NO CREDITS" RESTRICTION IS TREATED LIKE AN
      *INACTIVE ONE - THE MONEY WAITS IN SUSPENSE
       01 WS-RESTRICT-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X VALUE "C".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
                   END-READ
           END-EVALUATE

           IF WS-EXCEPTION-REASON = SPACES
               MOVE IND-TARGET-ACCOUNT TO WS-RESTRICT-ACCOUNT
               CALL "ACCOUNT-RESTRICTION-CHECK" USING
                   WS-RESTRICT-ACCOUNT WS-TODAY-DATE
                   WS-RESTRICT-DIRECTION WS-RESTRICT-CHANNEL
                   WS-ACCOUNT-RESTRICTED WS-RESTRICT-TYPE
                   WS-RESTRICT-REASON
               IF WS-ACCOUNT-RESTRICTED = "Y"
                   STRING "TARGET RESTRICTED - REASON "
                       WS-RESTRICT-REASON
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               END-IF
           END-IF

           IF WS-EXCEPTION-REASON NOT = SPACES
               MOVE GL-SUSPENSE-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE GL-SUSPENSE-ACCOUNT TO ACCOUNT-NUMBER
