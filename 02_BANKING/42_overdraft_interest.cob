      *    OWN TYPE "O" TRANSACTION (VISIBLE ON STATEMENTS) WITH THE
      *    OFFSETTING LEG ON THE FEE INCOME CONTROL ACCOUNT.
      *
      *    A SMALL TRACKING FILE KEEPS A ROW FOR EVERY OVERDRAWN
      *    ACCOUNT: THE DATE IT WENT BELOW ZERO (OVERDRAFT-CHARGE-OFF
      *    WRITES OFF THE ONES OVERDRAWN TOO LONG) AND THE
      *    CONSECUTIVE DAYS IT HAS SAT AT ITS FULL LIMIT; ANY
      *    ACCOUNT OVER THE CONFIGURED NUMBER OF DAYS AT THE LIMIT
      *    IS CALLED OUT ON THE REPORT.
      *
      *    RATES AND LIMITS COME FROM THE CENTRAL PARAMETER FILE
      *    (OD-DAILY-RATE, OD-LIMIT-DAYS) WITH COMPILED-IN
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

      *    OVERDRAWN-ACCOUNT TRACKING, ONE ROW PER ACCOUNT
      *    CURRENTLY BELOW ZERO.
           SELECT LIMIT-DAYS-FILE
               ASSIGN TO "02_BANKING/od_days_at_limit.dat"
               ORGANIZATION IS INDEXED
           COPY "TRANSACTION-RECORD.cpy".

       FD LIMIT-DAYS-FILE.
           COPY "OVERDRAFT-DAYS-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).
           PERFORM TRACK-DAYS-AT-LIMIT
           .

      *    AN OVERDRAWN ACCOUNT GETS A ROW THE FIRST NIGHT IT IS
      *    BELOW ZERO, STAMPED WITH THAT DATE. PINNED AT ITS FULL
      *    LIMIT (NO HEADROOM LEFT) IT BUMPS ITS CONSECUTIVE-DAYS
      *    COUNTER; ANY BREATHING ROOM RESETS THE COUNT, AND A
      *    BALANCE BACK ABOVE ZERO DELETES THE ROW SO NEITHER COUNT
      *    EVER RESUMES FROM A STALE VALUE. OVER THE CONFIGURED
      *    DAYS AT THE LIMIT, THE REPORT CALLS THE ACCOUNT OUT FOR A
      *    LENDING CONVERSATION.
       TRACK-DAYS-AT-LIMIT.
           MOVE ACCOUNT-NUMBER TO ODL-ACCOUNT
           IF ACCOUNT-BALANCE >= 0
               READ LIMIT-DAYS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE LIMIT-DAYS-FILE RECORD
               END-READ
               EXIT PARAGRAPH
           END-IF
           READ LIMIT-DAYS-FILE
               INVALID KEY
                   MOVE ACCOUNT-NUMBER TO ODL-ACCOUNT
                   MOVE 0 TO ODL-DAYS-AT-LIMIT
                   MOVE 0 TO ODL-LAST-DATE
                   MOVE WS-TODAY-DATE TO ODL-OVERDRAWN-SINCE
                   WRITE LIMIT-DAYS-RECORD
           END-READ
           IF ACCOUNT-BALANCE * -1 >= ACCOUNT-OVERDRAFT-LIMIT
               IF ODL-LAST-DATE NOT = WS-TODAY-DATE
                   ADD 1 TO ODL-DAYS-AT-LIMIT
                   MOVE WS-TODAY-DATE TO ODL-LAST-DATE
                   REWRITE LIMIT-DAYS-RECORD
               END-IF
               IF ODL-DAYS-AT-LIMIT > WS-OD-LIMIT-DAYS
                   ADD 1 TO WS-AT-LIMIT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               IF ODL-DAYS-AT-LIMIT NOT = 0
                   MOVE 0 TO ODL-DAYS-AT-LIMIT
                   MOVE 0 TO ODL-LAST-DATE
                   REWRITE LIMIT-DAYS-RECORD
               END-IF
           END-IF
           .

