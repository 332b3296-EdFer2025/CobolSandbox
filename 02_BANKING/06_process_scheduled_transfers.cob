      *SETTLEMENT CONTROL ACCOUNT FOR AN EXTERNAL ORDER
       01 WS-EFFECTIVE-TO-ACCOUNT PIC 9(9).

      *ACCOUNT RESTRICTIONS - THE FROM ACCOUNT MAY NOT BE UNDER A
      *"NO DEBITS" (OR, FOR AN EXTERNAL ORDER, "NO EXTERNAL
      *TRANSFERS") RESTRICTION NOR THE TO ACCOUNT UNDER "NO CREDITS"
       01 WS-RESTRICT-ACCOUNT PIC 9(9).
       01 WS-RESTRICT-DIRECTION PIC X.
       01 WS-RESTRICT-CHANNEL PIC X.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

      *    WOULD POST, WHAT WOULD BE SKIPPED, AND WHY - ONE
      *    PROJECTED LINE PER DUE ORDER.
       PROJECT-SCHEDULED-TRANSFER.
           PERFORM CHECK-ORDER-RESTRICTIONS
           MOVE SCHEDULE-FROM-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                       "FROM ACCOUNT " SCHEDULE-FROM-ACCOUNT
                       " NOT ACTIVE"
                       DELIMITED BY SIZE INTO PROJECTION-LINE
               WHEN WS-ACCOUNT-RESTRICTED = "Y"
                   STRING "ORDER " SCHEDULE-ID " WOULD SKIP - "
                       "ACCOUNT " WS-RESTRICT-ACCOUNT
                       " RESTRICTED (" WS-RESTRICT-TYPE "/"
                       WS-RESTRICT-REASON ")"
                       DELIMITED BY SIZE INTO PROJECTION-LINE
               WHEN (ACCOUNT-BALANCE - SCHEDULE-AMOUNT) <
                   (ACCOUNT-OVERDRAFT-LIMIT * -1)
                   STRING "ORDER " SCHEDULE-ID " WOULD SKIP - "
      *    PAYMENT FOR THE END-OF-DAY ACH FILE - THE SAME ROUTE
      *    BANKING'S EXTERNAL-TRANSFER OPTION TAKES.
       EXECUTE-EXTERNAL-SCHEDULED.
           PERFORM CHECK-ORDER-RESTRICTIONS
           IF WS-ACCOUNT-RESTRICTED = "Y"
               PERFORM SKIP-RESTRICTED-ORDER
               EXIT PARAGRAPH
           END-IF
           MOVE SCHEDULE-FROM-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
           .

       EXECUTE-SCHEDULED-TRANSFER.
           PERFORM CHECK-ORDER-RESTRICTIONS
           IF WS-ACCOUNT-RESTRICTED = "Y"
               PERFORM SKIP-RESTRICTED-ORDER
               EXIT PARAGRAPH
           END-IF
           MOVE SCHEDULE-FROM-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
           END-IF
           .

      *    THE FROM ACCOUNT'S DEBIT SIDE FIRST, THEN (INTERNAL
      *    ORDERS ONLY) THE TO ACCOUNT'S CREDIT SIDE. A RESTRICTED
      *    ORDER IS NOT ADVANCED - IT IS TRIED AGAIN NEXT RUN, SO IT
      *    POSTS AS SOON AS THE RESTRICTION IS LIFTED OR LAPSES.
       CHECK-ORDER-RESTRICTIONS.
           MOVE SCHEDULE-FROM-ACCOUNT TO WS-RESTRICT-ACCOUNT
           MOVE "D" TO WS-RESTRICT-DIRECTION
           MOVE SPACE TO WS-RESTRICT-CHANNEL
           IF SCHEDULE-EXTERNAL-BANK NOT = SPACES
               MOVE "X" TO WS-RESTRICT-CHANNEL
           END-IF
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-RESTRICT-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               OR SCHEDULE-EXTERNAL-BANK NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SCHEDULE-TO-ACCOUNT TO WS-RESTRICT-ACCOUNT
           MOVE "C" TO WS-RESTRICT-DIRECTION
           MOVE SPACE TO WS-RESTRICT-CHANNEL
           CALL "ACCOUNT-RESTRICTION-CHECK" USING WS-RESTRICT-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           .

       SKIP-RESTRICTED-ORDER.
           DISPLAY "*** STANDING ORDER " SCHEDULE-ID
               " SKIPPED - ACCOUNT " WS-RESTRICT-ACCOUNT
               " IS RESTRICTED (TYPE " WS-RESTRICT-TYPE
               ", REASON " WS-RESTRICT-REASON ") ***"
           MOVE SPACES TO WS-FAIL-REASON-TEXT
           STRING "ACCOUNT RESTRICTED - " WS-RESTRICT-TYPE "/"
               WS-RESTRICT-REASON
               DELIMITED BY SIZE INTO WS-FAIL-REASON-TEXT
           PERFORM WRITE-ORDER-FAILURE
           .

      *    THE OCCURRENCE'S CREDIT IS SPOKEN FOR THE MOMENT IT
      *    LANDS: THE NAMED GOAL ON THE RECEIVING ACCOUNT TAKES
      *    THE ALLOCATION. A MISSING OR RELEASED GOAL LEAVES THE
