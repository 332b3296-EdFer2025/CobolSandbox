
           PERFORM RUN-MASTER-FILE-BACKUP
           PERFORM RUN-EXPIRE-HOLDS
           PERFORM RUN-RESTRICTION-EXPIRY
           PERFORM RUN-JOURNAL-CONSOLIDATION
           PERFORM RUN-INWARD-CLEARING
           PERFORM RUN-INBOUND-DIRECT-DEBIT
           PERFORM RUN-DAILY-BALANCING
           PERFORM RUN-MINIMUM-BALANCE-FEE
           PERFORM RUN-INTEREST-ACCRUAL
           PERFORM RUN-OVERDRAFT-INTEREST
           PERFORM RUN-OVERDRAFT-CHARGE-OFF
           PERFORM RUN-TERM-MATURITY
           PERFORM RUN-LOAN-AUTOPAY
           PERFORM RUN-LOAN-LATE-CHARGE
           PERFORM RUN-LOAN-REPRICING
           PERFORM RUN-LOAN-BILLING-NOTICE
           PERFORM RUN-ESCROW-DISBURSEMENT
           PERFORM RUN-OUTBOUND-SETTLEMENT
           PERFORM RUN-INTERBRANCH-SETTLEMENT
           PERFORM RUN-PROMOTION-EVALUATION
           PERFORM RUN-TRANSACTION-ARCHIVE
           PERFORM RUN-XREF-REBUILD
           PERFORM RUN-INTEGRITY-AUDIT
           PERFORM RUN-MAJORITY-SCAN
           PERFORM RUN-FRAUD-SWEEP
           PERFORM RUN-NSF-PROCESSING
           PERFORM RUN-POSITIVE-PAY-EXCEPTIONS
           PERFORM RUN-ZBA-SWEEP
           PERFORM RUN-CHECK-REORDER
           PERFORM RUN-CARD-EXPIRY
           PERFORM RUN-SETTLEMENT-RECON
           PERFORM RUN-NOSTRO-RECON
           PERFORM RUN-FX-POSITION-REPORT
           PERFORM RUN-NIGHT-DEPOSIT-REPORT
           PERFORM RUN-CASH-ORDER-CHECK
           PERFORM RUN-RESTRICTION-REPORT
           PERFORM RUN-SENSITIVE-ACCESS-REPORT
           PERFORM RUN-COMPLAINT-OVERDUE-REPORT
           PERFORM RUN-CASE-DEADLINE-REPORT
           PERFORM RUN-SAR-FILING-EXTRACT
           PERFORM RUN-CONTACT-COOLING-REPORT
           PERFORM RUN-GAME-SCORE-VERIFY
           PERFORM RUN-DAILY-BALANCE-SNAPSHOT
           PERFORM RUN-ALERT-SCAN
           PERFORM RUN-TERMS-CHANGE-NOTICES
           PERFORM RUN-CORRESPONDENCE-DISPATCH
           PERFORM RUN-CAMPAIGN-LIST
           PERFORM RUN-REPLICATION-EXTRACT
           PERFORM RUN-LOG-RETENTION
           PERFORM RUN-DATE-ROLL

           END-IF
           .

      *    LAPSED ACCOUNT RESTRICTIONS ARE MARKED EXPIRED BEFORE THE
      *    INBOUND FILES ARE POSTED AGAINST THEM.
       RUN-RESTRICTION-EXPIRY.
           MOVE 3 TO WS-STEP-NUMBER
           MOVE "RESTRICTION EXPIRY" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "RESTRICTION-EXPIRY"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    THE DAY'S POSTING JOURNAL IS FOLDED INTO THE MASTER
      *    BEFORE BALANCING, SO EVERY REPORT DOWNSTREAM SEES THE
      *    FULL DAY.
       RUN-JOURNAL-CONSOLIDATION.
           MOVE 4 TO WS-STEP-NUMBER
           MOVE "JOURNAL CONSOLIDATION" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           END-IF
           .

      *    LAST NIGHT'S CLEARING HOUSE PRESENTMENTS ARE PAID OR
      *    RETURNED BEFORE BALANCING, SO THE PROOF COVERS THEM AND
      *    THE RETURN FILE IS READY FOR THE NEXT EXCHANGE.
       RUN-INWARD-CLEARING.
           MOVE 5 TO WS-STEP-NUMBER
           MOVE "INWARD CLEARING" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "INWARD-CLEARING"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

       RUN-INBOUND-DIRECT-DEBIT.
           MOVE 6 TO WS-STEP-NUMBER
           MOVE "INBOUND DIRECT DEBITS" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "INBOUND-DIRECT-DEBIT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

       RUN-DAILY-BALANCING.
           MOVE 7 TO WS-STEP-NUMBER
           MOVE "DAILY BALANCING" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           .

       RUN-MINIMUM-BALANCE-FEE.
           MOVE 8 TO WS-STEP-NUMBER
           MOVE "MINIMUM BALANCE FEE" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           .

       RUN-INTEREST-ACCRUAL.
           MOVE 9 TO WS-STEP-NUMBER
           MOVE "INTEREST ACCRUAL" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
      *    BORROWED MONEY IS CHARGED FOR RIGHT AFTER DEPOSITS EARN -
      *    THE TWO INTEREST RUNS BELONG SIDE BY SIDE.
       RUN-OVERDRAFT-INTEREST.
           MOVE 10 TO WS-STEP-NUMBER
           MOVE "OVERDRAFT INTEREST" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           END-IF
           .

      *    OVERDRAFT INTEREST HAS JUST REFRESHED THE DAYS-OVERDRAWN
      *    TRACKER, SO ACCOUNTS PAST THE CHARGE-OFF LIMIT ARE
      *    WRITTEN OFF AGAINST TODAY'S FIGURES.
       RUN-OVERDRAFT-CHARGE-OFF.
           MOVE 11 TO WS-STEP-NUMBER
           MOVE "OVERDRAFT CHARGE-OFF" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "OVERDRAFT-CHARGE-OFF"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    TERM DEPOSITS MATURING THIS BUSINESS DAY ROLL OVER OR
      *    PAY OUT BEFORE THE DISPATCH/ARCHIVE STEPS RUN.
       RUN-TERM-MATURITY.
           MOVE 12 TO WS-STEP-NUMBER
           MOVE "TERM DEPOSIT MATURITY" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
      *    ELECTED FUNDING ACCOUNTS WHILE THE LEDGER IS STILL LIVE,
      *    BEFORE THE DISPATCH/ARCHIVE STEPS RUN.
       RUN-LOAN-AUTOPAY.
           MOVE 13 TO WS-STEP-NUMBER
           MOVE "LOAN AUTOPAY" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           END-IF
           .

      *    RUNS AFTER AUTO-PAY SO AN INSTALLMENT COLLECTED TONIGHT
      *    IS NOT CHARGED LATE.
       RUN-LOAN-LATE-CHARGE.
           MOVE 14 TO WS-STEP-NUMBER
           MOVE "LOAN LATE CHARGE" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "LOAN-LATE-CHARGE"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    RATE RESETS FALL AFTER TONIGHT'S COLLECTIONS, SO THE
      *    INSTALLMENT DUE TODAY IS TAKEN AT THE OLD PAYMENT, AND
      *    BEFORE BILLING SO THE NEXT BILL SHOWS THE NEW ONE.
       RUN-LOAN-REPRICING.
           MOVE 15 TO WS-STEP-NUMBER
           MOVE "LOAN REPRICING" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "LOAN-REPRICING"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    BILLS GO OUT AFTER LATE CHARGES SO A CHARGE ASSESSED
      *    TONIGHT IS ON THE NOTICE.
       RUN-LOAN-BILLING-NOTICE.
           MOVE 16 TO WS-STEP-NUMBER
           MOVE "LOAN BILLING NOTICE" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "LOAN-BILLING-NOTICE"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    ESCROW BILLS FALLING DUE ARE QUEUED BEFORE THE OUTBOUND
      *    SETTLEMENT FILE IS BUILT, SO THEY LEAVE TONIGHT.
       RUN-ESCROW-DISBURSEMENT.
           MOVE 17 TO WS-STEP-NUMBER
           MOVE "ESCROW DISBURSEMENT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "ESCROW-DISBURSEMENT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

       RUN-OUTBOUND-SETTLEMENT.
           MOVE 18 TO WS-STEP-NUMBER
           MOVE "OUTBOUND SETTLEMENT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
      *    CROSS-BRANCH POSTINGS ARE NETTED WHILE TODAY'S LEDGER IS
      *    STILL LIVE - THE ARCHIVE STEP COMES AFTER FOR A REASON.
       RUN-INTERBRANCH-SETTLEMENT.
           MOVE 19 TO WS-STEP-NUMBER
           MOVE "INTERBRANCH SETTLEMENT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           END-IF
           .

      *    PROMOTION BONUSES ARE WORKED OUT FROM TODAY'S POSTINGS,
      *    SO THIS RUNS AFTER THE CLEARING, SETTLEMENT AND TRANSFER
      *    STEPS AND BEFORE THE ARCHIVE MOVES ANYTHING OUT OF THE
      *    LEDGER. THE ZBA SWEEP COMES LATER, SO A SUB-ACCOUNT
      *    FUNDED FROM ITS MASTER IS NEVER TAKEN FOR A QUALIFYING
      *    CREDIT.
       RUN-PROMOTION-EVALUATION.
           MOVE 20 TO WS-STEP-NUMBER
           MOVE "PROMOTION EVALUATION" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "PROMOTION-EVALUATION"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    PASSES TODAY'S DATE AS THE ARCHIVE CUTOFF SO THIS STEP NEVER
      *    BLOCKS ON TRANSACTION-ARCHIVE'S INTERACTIVE PROMPT DURING
      *    AN UNATTENDED RUN - EVERYTHING BEFORE TODAY GETS ARCHIVED.
       RUN-TRANSACTION-ARCHIVE.
           MOVE 21 TO WS-STEP-NUMBER
           MOVE "TRANSACTION ARCHIVE" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
      *    THE ARCHIVE STEP JUST LEFT BEHIND, SO EVERY BATCH
      *    POSTER'S WORK IS INDEXED BY MORNING.
       RUN-XREF-REBUILD.
           MOVE 22 TO WS-STEP-NUMBER
           MOVE "POSTING XREF REBUILD" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
      *    NIGHT LEAVES THEM, SO THE MORNING OPERATOR SEES ANY
      *    ORPHANS BEFORE THE TELLERS DO.
       RUN-INTEGRITY-AUDIT.
           MOVE 23 TO WS-STEP-NUMBER
           MOVE "INTEGRITY AUDIT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           .

       RUN-DORMANT-ACCOUNT-SCAN.
           MOVE 24 TO WS-STEP-NUMBER
           MOVE "DORMANT ACCOUNT SCAN" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
      *    NIGHTLY FOR THE MORNING REPORT - UNATTENDED, THE SCAN
      *    ONLY REPORTS; CONVERSION STAYS A TELLER DECISION.
       RUN-MAJORITY-SCAN.
           MOVE 25 TO WS-STEP-NUMBER
           MOVE "CUSTODIAL MAJORITY SCAN" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
      *    DORMANT SCAN HAS FINISHED FLAGGING - A DORMANT ACCOUNT
      *    THAT MOVED MONEY TODAY IS EXACTLY WHAT IT LOOKS FOR.
       RUN-FRAUD-SWEEP.
           MOVE 26 TO WS-STEP-NUMBER
           MOVE "FRAUD SWEEP" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
      *    THE DAY'S FUNDS BOUNCES ARE FEED, NOTIFIED, AND
      *    ESCALATED BEFORE THE ALERT SCAN GOES OUT.
       RUN-NSF-PROCESSING.
           MOVE 27 TO WS-STEP-NUMBER
           MOVE "NSF PROCESSING" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           END-IF
           .

      *    UNDECIDED POSITIVE PAY ITEMS PAST THEIR DEADLINE ARE
      *    RETURNED AND EACH CUSTOMER'S EXCEPTIONS REPORT PRINTED
      *    WHILE THE BUSINESS DATE STILL NAMES TODAY.
       RUN-POSITIVE-PAY-EXCEPTIONS.
           MOVE 28 TO WS-STEP-NUMBER
           MOVE "POSITIVE PAY EXCEPTIONS" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "POSITIVE-PAY-EXCEPTIONS"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    BUSINESS CUSTOMERS' SUB-ACCOUNTS ARE SQUARED TO THEIR
      *    TARGETS ONLY AFTER THE LAST STEP THAT POSTS TO CUSTOMER
      *    ACCOUNTS - PROMOTION BONUSES, NSF FEES AND DECIDED
      *    POSITIVE PAY ITEMS INCLUDED - SO EACH ENDS THE DAY WHERE
      *    THE CUSTOMER WANTS IT AND THE MASTER CARRIES THE REST.
       RUN-ZBA-SWEEP.
           MOVE 29 TO WS-STEP-NUMBER
           MOVE "ZBA SWEEP" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "ZBA-SWEEP"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    ACCOUNTS RUNNING LOW ON CHECKS GET A NEW BOOK ORDERED
      *    FROM THE PRINTER - AFTER TODAY'S PRESENTMENTS HAVE MARKED
      *    THEIR CHECKS PAID.
       RUN-CHECK-REORDER.
           MOVE 30 TO WS-STEP-NUMBER
           MOVE "CHECK REORDER" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "CHECK-REORDER"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    CARDS PAST THEIR EXPIRY DATE ARE MARKED EXPIRED SO THE
      *    CARD MASTER SAYS WHAT THE NETWORK ALREADY ENFORCES.
       RUN-CARD-EXPIRY.
           MOVE 31 TO WS-STEP-NUMBER
           MOVE "CARD EXPIRY" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "CARD-EXPIRY"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    THE SETTLEMENT CONTROL ACCOUNT IS PROVED AGAINST ITS
      *    OPEN ITEMS EVERY NIGHT, AFTER THE LAST POSTING STEP AND
      *    BEFORE THE DATE ROLLS - A GAP STOPS THE RUN SO THE
      *    MORNING STARTS FROM A LEDGER THAT TIES.
       RUN-SETTLEMENT-RECON.
           MOVE 32 TO WS-STEP-NUMBER
           MOVE "SETTLEMENT RECONCILIATION" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           END-IF
           .

      *    OUR ACCOUNT AT THE CORRESPONDENT IS PROVED AFTER EVERY
      *    STEP THAT SENDS OR RECEIVES MONEY THROUGH IT HAS RUN.
       RUN-NOSTRO-RECON.
           MOVE 33 TO WS-STEP-NUMBER
           MOVE "NOSTRO RECONCILIATION" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "NOSTRO-RECON"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    TREASURY'S FOREIGN-CURRENCY POSITIONS ARE STRUCK ONCE
      *    EVERY POSTING AND SETTLEMENT STEP HAS RUN AND BEFORE THE
      *    DATE ROLLS, SO TODAY'S DRAWERS ARE STILL TODAY'S.
       RUN-FX-POSITION-REPORT.
           MOVE 34 TO WS-STEP-NUMBER
           MOVE "FX POSITION REPORT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "FX-POSITION-REPORT" USING WS-RUN-MODE
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    NIGHT DEPOSIT BAGS LEFT SEALED TOO LONG, AND CUSTOMERS
      *    WHOSE BAGS KEEP COUNTING SHORT, ARE REPORTED WHILE THE
      *    BUSINESS DATE IS STILL TODAY'S.
       RUN-NIGHT-DEPOSIT-REPORT.
           MOVE 35 TO WS-STEP-NUMBER
           MOVE "NIGHT DEPOSIT REPORT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "NIGHT-DEPOSIT-REPORT" USING WS-RUN-MODE
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    TOMORROW'S COIN AND CURRENCY ORDERS ARE SET AGAINST THE
      *    VAULTS AS THE DAY'S CASH MOVEMENTS LEFT THEM, WHILE THERE IS
      *    STILL TIME TO ORDER A SHIPMENT.
       RUN-CASH-ORDER-CHECK.
           MOVE 36 TO WS-STEP-NUMBER
           MOVE "CASH ORDER CHECK" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "CASH-ORDER-CHECK" USING WS-RUN-MODE
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    THE RESTRICTIONS PICTURE IS PRINTED ONCE THE FRAUD AND
      *    RECONCILIATION STEPS HAVE HAD THEIR SAY.
       RUN-RESTRICTION-REPORT.
           MOVE 37 TO WS-STEP-NUMBER
           MOVE "RESTRICTIONS REPORT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "RESTRICTION-REPORT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    THE DAY'S VIEWS OF SENSITIVE ACCOUNTS GO TO COMPLIANCE
      *    WHILE THE BUSINESS DATE IS STILL TODAY'S.
       RUN-SENSITIVE-ACCESS-REPORT.
           MOVE 38 TO WS-STEP-NUMBER
           MOVE "SENSITIVE ACCESS REPORT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "SENSITIVE-ACCESS-REPORT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    OPEN COMPLAINTS THAT HAVE MISSED THEIR ACKNOWLEDGEMENT
      *    OR RESOLUTION DEADLINE, FOR THE OWNERS TO BE CHASED
       RUN-COMPLAINT-OVERDUE-REPORT.
           MOVE 39 TO WS-STEP-NUMBER
           MOVE "COMPLAINT OVERDUE REPORT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "COMPLAINT-OVERDUE-REPORT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    OPEN INVESTIGATION CASES NEAR OR PAST THEIR REGULATORY
      *    FILING DATE, FOR THE INVESTIGATORS TO BE CHASED
       RUN-CASE-DEADLINE-REPORT.
           MOVE 40 TO WS-STEP-NUMBER
           MOVE "CASE DEADLINE REPORT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "CASE-DEADLINE-REPORT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    CASES CLOSED TODAY WITH A DECISION TO FILE GO TO THE
      *    REGULATOR IN TONIGHT'S FILING
       RUN-SAR-FILING-EXTRACT.
           MOVE 41 TO WS-STEP-NUMBER
           MOVE "SAR FILING EXTRACT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "SAR-FILING-EXTRACT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    HIGH-RISK ACTIONS TRIED TODAY WHILE A CUSTOMER'S NEW
      *    ADDRESS, PHONE OR EMAIL WAS COOLING OFF, FOR THE FRAUD TEAM
       RUN-CONTACT-COOLING-REPORT.
           MOVE 42 TO WS-STEP-NUMBER
           MOVE "CONTACT COOLING-OFF REPORT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "CONTACT-COOLING-REPORT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    GAME SESSIONS THAT PAID A LOYALTY REWARD OR SET A
      *    TOURNAMENT BEST TODAY ARE REPLAYED; A SCORE THAT DOES NOT
      *    REPLAY HAS ITS PAYOUT HELD BEFORE THE BALANCES ARE KEPT.
       RUN-GAME-SCORE-VERIFY.
           MOVE 43 TO WS-STEP-NUMBER
           MOVE "GAME SCORE REPLAY CHECK" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "GAME-SCORE-VERIFY" USING WS-RUN-MODE
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    EVERY ACCOUNT'S CLOSING BALANCE IS KEPT FOR THE DAY ONCE
      *    THE LAST POSTING STEP HAS RUN AND BEFORE THE DATE ROLLS,
      *    SO THE HISTORY ROW CARRIES TONIGHT'S BUSINESS DATE.
       RUN-DAILY-BALANCE-SNAPSHOT.
           MOVE 44 TO WS-STEP-NUMBER
           MOVE "DAILY BALANCE SNAPSHOT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "DAILY-BALANCE-SNAPSHOT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    NOTIFICATIONS GO OUT LAST, OVER THE BALANCES AS THE NIGHT
      *    LEAVES THEM - A CUSTOMER WARNED ABOUT A LOW BALANCE
      *    SHOULD SEE IT NET OF TONIGHT'S FEES AND INTEREST.
       RUN-ALERT-SCAN.
           MOVE 45 TO WS-STEP-NUMBER
           MOVE "ALERT SCAN" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           END-IF
           .

      *    RATE AND FEE CHANGES APPROVED DURING THE DAY ARE NOTIFIED
      *    THE SAME NIGHT, SO THEIR NOTICES GO OUT WITH THIS DISPATCH.
       RUN-TERMS-CHANGE-NOTICES.
           MOVE 46 TO WS-STEP-NUMBER
           MOVE "TERMS CHANGE NOTICES" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "TERMS-CHANGE-NOTICES"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    EVERY LETTER AND NOTICE THE NIGHT PRODUCED - THE ALERTS
      *    INCLUDED - IS IN THE OUTBOX BY NOW, SO THE VENDOR FILES
      *    ARE CUT ONCE FOR THE DAY.
       RUN-CORRESPONDENCE-DISPATCH.
           MOVE 47 TO WS-STEP-NUMBER
           MOVE "CORRESPONDENCE DISPATCH" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "CORRESPONDENCE-DISPATCH"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    TARGET LISTS MARKETING ASKED FOR TODAY ARE BUILT FROM THE
      *    DAY'S CLOSING POSITION, AND RESPONSES MATCHED AGAINST THE
      *    DAY'S ACCOUNT OPENINGS.
       RUN-CAMPAIGN-LIST.
           MOVE 48 TO WS-STEP-NUMBER
           MOVE "CAMPAIGN TARGET LISTS" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "CAMPAIGN-LIST"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    THE STANDBY SITE'S CHANGE DELTA IS CUT ONCE EVERY STEP
      *    THAT UPDATES THE REPLICATED FILES HAS RUN, SO THE DELTA
      *    CARRIES THE DAY'S CLOSING POSITION.
       RUN-REPLICATION-EXTRACT.
           MOVE 49 TO WS-STEP-NUMBER
           MOVE "REPLICATION EXTRACT" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
           ELSE
               PERFORM WRITE-JOURNAL-STEP-STARTED
               DISPLAY "----- END OF DAY: " WS-STEP-NAME " -----"
               CALL "REPLICATION-EXTRACT"
               PERFORM CHECK-STEP-RESULT
           END-IF
           .

      *    THE OPERATIONAL LOGS ARE ROLLED LAST, AFTER EVERY STEP
      *    THAT STILL APPENDS TO THEM HAS FINISHED.
       RUN-LOG-RETENTION.
           MOVE 50 TO WS-STEP-NUMBER
           MOVE "LOG RETENTION" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
      *    PROGRAM WAKES UP ON THE NEW DATE. NOTHING ELSE EVER
      *    MOVES IT.
       RUN-DATE-ROLL.
           MOVE 51 TO WS-STEP-NUMBER
           MOVE "BUSINESS DATE ROLL" TO WS-STEP-NAME
           IF WS-STEP-NUMBER <= WS-RESUME-AFTER-STEP
               PERFORM SKIP-COMPLETED-STEP
