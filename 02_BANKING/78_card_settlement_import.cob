       01 WS-NEXT-REJECT-ID PIC 9(7) VALUE 1.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-POST-ACCOUNT PIC 9(9).
      *    A LINKED ACCOUNT UNDER A "NO DEBITS" OR "NO CARD"
      *    RESTRICTION HAS THE DETAIL QUEUED FOR REPAIR, NOT POSTED
       01 WS-RESTRICT-DIRECTION PIC X VALUE "D".
       01 WS-RESTRICT-CHANNEL PIC X VALUE "K".
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).
      *FOREIGN-ATM SURCHARGE - FALLBACK OVERRIDDEN BY THE
      *ATM-SURCHARGE PARAMETER ROW
       01 WS-ATM-SURCHARGE PIC 9(5)V99 VALUE 3.00.
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-POST-ACCOUNT
                   WS-TODAY-DATE WS-RESTRICT-DIRECTION
                   WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
                   WS-RESTRICT-TYPE WS-RESTRICT-REASON
               IF WS-ACCOUNT-RESTRICTED = "Y"
                   STRING "LINKED ACCOUNT RESTRICTED - TYPE "
                       WS-RESTRICT-TYPE " REASON " WS-RESTRICT-REASON
                       DELIMITED BY SIZE INTO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-CARD-REJECT
               EXIT PARAGRAPH
