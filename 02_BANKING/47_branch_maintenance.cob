               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF BRANCH-ACTIVE NOT = "Y"
               DISPLAY "BRANCH " BRANCH-CODE " IS CLOSED - ASSIGN "
                   "THE TERMINAL TO AN OPEN BRANCH"
               EXIT PARAGRAPH
           END-IF
           MOVE BRANCH-CODE TO TRM-BRANCH-CODE
           MOVE "Y" TO TRM-ACTIVE
           READ TERMINAL-FILE
