      *    (THE GAME UPDATES ENTRIES AS SESSIONS FINISH), AND
      *    SETTLEMENT AT CLOSE SPLITS THE POOL 50/30/20 AMONG THE
      *    TOP THREE AS LOYALTY-REWARD POSTINGS, WITH A RESULTS
      *    REPORT JOINED TO CUSTOMER NAMES. A PLACE WHOSE SCORE
      *    FAILED THE NIGHTLY REPLAY CHECK (GAME-SCORE-VERIFY) IS
      *    STILL RANKED, BUT ITS PRIZE STAYS IN THE POOL CONTROL
      *    ACCOUNT UNTIL THE SCORE IS REVIEWED HERE: CLEARING THE
      *    SCORE PAYS THE HELD PRIZE AND RELEASES THE FUNDS HOLD ON
      *    THE SESSION'S LOYALTY REWARD; FORFEITING IT TAKES THE
      *    REWARD BACK AND DISQUALIFIES THE ENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT GAME-SESSION-FILE
               ASSIGN TO "03_GAME/game_sessions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO "02_BANKING/holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "03_GAME/tournament_results.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               10 TSC-CUSTOMER-ID PIC 9(5).
           05 TSC-ACCOUNT PIC 9(9).
           05 TSC-BEST-SCORE PIC 9(8).
      *    "Y" WHEN A SESSION BEHIND THIS ENTRY FAILED THE REPLAY
      *    CHECK (GAME-SCORE-VERIFY) - SETTLEMENT KEEPS THE PRIZE IN
      *    THE POOL UNTIL THE SCORE IS CLEARED (REVIEW-HELD-SCORE);
      *    "F" WHEN THE SCORE WAS FORFEITED - THE ENTRY IS NO LONGER
      *    RANKED
           05 TSC-PAYOUT-HOLD PIC X VALUE "N".
      *    PRIZE SETTLEMENT KEPT IN THE POOL FOR A HELD ENTRY
           05 TSC-HELD-PRIZE PIC 9(7)V99 VALUE 0.

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".
       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD GAME-SESSION-FILE.
           COPY "GAME-SESSION-RECORD.cpy".

       FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-SESSION-STATUS PIC XX.
       01 WS-HOLDS-STATUS PIC XX.
       01 WS-TSCORE-EOF PIC X.
       01 WS-SESSION-FILE-EOF PIC X.
       01 WS-HOLDS-OPEN PIC X VALUE "N".
       01 WS-ACCOUNT-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPTION PIC 9.
       01 WS-BEST-SCORE PIC 9(8).
       01 WS-BEST-CUSTOMER PIC 9(5).
       01 WS-BEST-ACCOUNT PIC 9(9).
       01 WS-BEST-HOLD PIC X.
       01 WS-WINNER-FOUND PIC X.
       01 WS-ALREADY-PAID.
           05 WS-PAID-CUSTOMER OCCURS 3 TIMES PIC 9(5).
       01 WS-PAID-IX PIC 9.
       01 WS-PAID-MATCH PIC X.
       01 WS-PRIZE-POSTED PIC X.

      *THE HELD SESSION BEING REVIEWED - SEE REVIEW-HELD-SCORE
       01 WS-REVIEW-DATE PIC 9(8).
       01 WS-REVIEW-TIME PIC 9(8).
       01 WS-REVIEW-ACTION PIC X.
       01 WS-HELD-COUNT PIC 9(3).
       01 WS-REVIEW-REWARD-ACCOUNT PIC 9(9).
       01 WS-REVIEW-REWARD-AMOUNT PIC 9(5)V99.
       01 WS-REVIEW-HOLD-ID PIC 9(5).
       01 WS-REVIEW-TRN-COUNT PIC 9.
       01 WS-REVIEW-TRN-ID PIC 9(5) OCCURS 5 TIMES.
       01 WS-TRN-IDX PIC 9.
       01 WS-OTHER-IDX PIC 9.
       01 WS-OTHER-HELD PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           OPEN I-O ACCOUNT-FILE
           OPEN INPUT CUSTOMER-FILE

           PERFORM UNTIL WS-OPTION = 5
               DISPLAY " "
               DISPLAY "---GAME TOURNAMENTS---"
               DISPLAY "    1. CREATE A TOURNAMENT"
               DISPLAY "    2. ENTER A PLAYER"
               DISPLAY "    3. SETTLE A CLOSED TOURNAMENT"
               DISPLAY "    4. REVIEW A HELD SCORE"
               DISPLAY "    5. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                   WHEN 3
                       PERFORM SETTLE-TOURNAMENT
                   WHEN 4
                       PERFORM REVIEW-HELD-SCORE
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
           MOVE WS-ENTRY-CUSTOMER TO TSC-CUSTOMER-ID
           MOVE WS-ENTRY-ACCOUNT TO TSC-ACCOUNT
           MOVE 0 TO TSC-BEST-SCORE
           MOVE "N" TO TSC-PAYOUT-HOLD
           MOVE 0 TO TSC-HELD-PRIZE
           WRITE TOURNAMENT-SCORE-RECORD
           ADD TRN-ENTRY-FEE TO TRN-PRIZE-POOL
           REWRITE TOURNAMENT-RECORD
           MOVE WS-TODAY-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           EVALUATE TRUE
               WHEN TO-ACCOUNT = GL-PRIZE-POOL-ACCOUNT
                   STRING "TRN:" TRN-ID "/ENTRY FEE"
                       DELIMITED BY SIZE INTO TRANSACTION-MEMO
               WHEN FROM-ACCOUNT = GL-PRIZE-POOL-ACCOUNT
                   STRING "TRN:" TRN-ID "/PRIZE"
                       DELIMITED BY SIZE INTO TRANSACTION-MEMO
               WHEN OTHER
                   MOVE "GAME REWARD FORFEITED" TO TRANSACTION-MEMO
           END-EVALUATE
           MOVE "N" TO TRANSACTION-REVERSED
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
               END-IF
           END-PERFORM
           IF WS-PAID-MATCH = "N"
               AND TSC-PAYOUT-HOLD NOT = "F"
               AND TSC-BEST-SCORE > WS-BEST-SCORE
               MOVE TSC-BEST-SCORE TO WS-BEST-SCORE
               MOVE TSC-CUSTOMER-ID TO WS-BEST-CUSTOMER
               MOVE TSC-ACCOUNT TO WS-BEST-ACCOUNT
               MOVE TSC-PAYOUT-HOLD TO WS-BEST-HOLD
               MOVE "Y" TO WS-WINNER-FOUND
           END-IF
           .
           END-IF
           MOVE WS-BEST-CUSTOMER TO WS-PAID-CUSTOMER(WS-RANK)

           IF WS-BEST-HOLD = "Y"
               SUBTRACT WS-PRIZE-AMOUNT FROM WS-POOL-REMAINING
               PERFORM RECORD-HELD-PRIZE
               MOVE SPACES TO REPORT-LINE
               STRING "PLACE " WS-RANK ": CUSTOMER " WS-BEST-CUSTOMER
                   " SCORE " WS-BEST-SCORE " PRIZE " WS-PRIZE-AMOUNT
                   " HELD - UNDER REVIEW"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "PRIZE FOR PLACE " WS-RANK " HELD IN THE POOL "
                   "- CUSTOMER " WS-BEST-CUSTOMER "'S SCORE FAILED "
                   "THE REPLAY CHECK"
               EXIT PARAGRAPH
           END-IF
           PERFORM POST-PRIZE-PAYMENT
           IF WS-PRIZE-POSTED = "N"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-PRIZE-AMOUNT FROM WS-POOL-REMAINING

           MOVE WS-BEST-CUSTOMER TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "UNKNOWN" TO CUSTOMER-LAST-NAME
                   MOVE SPACES TO CUSTOMER-FIRST-NAME
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO REPORT-LINE
           STRING "PLACE " WS-RANK ": "
               FUNCTION TRIM(CUSTOMER-LAST-NAME) ", "
               FUNCTION TRIM(CUSTOMER-FIRST-NAME)
               " SCORE " WS-BEST-SCORE " PRIZE " WS-PRIZE-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    THE PRIZE KEPT BACK FOR A HELD PLACE IS RECORDED ON THE
      *    ENTRY SO CLEARING THE SCORE LATER PAYS EXACTLY THAT AMOUNT.
       RECORD-HELD-PRIZE.
           MOVE TRN-ID TO TSC-TOURNAMENT-ID
           MOVE WS-BEST-CUSTOMER TO TSC-CUSTOMER-ID
           READ TOURNAMENT-SCORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-PRIZE-AMOUNT TO TSC-HELD-PRIZE
           REWRITE TOURNAMENT-SCORE-RECORD
           IF WS-TSCORE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT RECORD THE HELD PRIZE FOR "
                   "CUSTOMER " WS-BEST-CUSTOMER " - STATUS: "
                   WS-TSCORE-STATUS " ***"
           END-IF
           .

      *    PAYS WS-PRIZE-AMOUNT OUT OF THE PRIZE POOL CONTROL ACCOUNT
      *    TO WS-BEST-ACCOUNT - BOTH LEGS AND THE POSTING.
       POST-PRIZE-PAYMENT.
           MOVE "N" TO WS-PRIZE-POSTED
           MOVE WS-BEST-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
           MOVE WS-BEST-ACCOUNT TO TO-ACCOUNT
           MOVE WS-PRIZE-AMOUNT TO TRANSACTION-AMOUNT
           PERFORM WRITE-TOURNAMENT-POSTING
           MOVE "Y" TO WS-PRIZE-POSTED
           .

      *    A SCORE THAT FAILED THE NIGHTLY REPLAY CHECK STAYS HELD
      *    UNTIL IT IS REVIEWED HERE, ONE SESSION AT A TIME.
      *    CLEARING IT RELEASES THE FUNDS HOLD ON THE LOYALTY REWARD,
      *    LIFTS THE PAYOUT HOLD ON EACH TOURNAMENT ENTRY THE SESSION
      *    SCORED AND PAYS ANY PRIZE SETTLEMENT KEPT IN THE POOL.
      *    FORFEITING IT TAKES THE REWARD BACK INTO FEE INCOME (WHERE
      *    GAME PAID IT FROM) AND DISQUALIFIES THE ENTRIES - A PRIZE
      *    ALREADY KEPT IN THE POOL STAYS THERE.
       REVIEW-HELD-SCORE.
           DISPLAY "PLAYER CUSTOMER ID:            "
               WITH NO ADVANCING
           ACCEPT WS-ENTRY-CUSTOMER
           OPEN I-O GAME-SESSION-FILE
           IF WS-SESSION-STATUS NOT = "00"
               DISPLAY "NO GAME SESSIONS ARE ON FILE"
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-HELD-SESSIONS
           IF WS-HELD-COUNT = 0
               DISPLAY "CUSTOMER " WS-ENTRY-CUSTOMER
                   " HAS NO SCORE UNDER REVIEW"
               CLOSE GAME-SESSION-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PLAY DATE (YYYYMMDD):          "
               WITH NO ADVANCING
           ACCEPT WS-REVIEW-DATE
           DISPLAY "PLAY TIME:                     "
               WITH NO ADVANCING
           ACCEPT WS-REVIEW-TIME
           MOVE WS-ENTRY-CUSTOMER TO GS-CUSTOMER-ID
           MOVE WS-REVIEW-DATE TO GS-PLAY-DATE
           MOVE WS-REVIEW-TIME TO GS-PLAY-TIME
           READ GAME-SESSION-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO SUCH SESSION"
                   CLOSE GAME-SESSION-FILE
                   EXIT PARAGRAPH
           END-READ
           IF GS-VERIFY-STATUS NOT = "H"
               DISPLAY "THAT SESSION IS NOT HELD"
               CLOSE GAME-SESSION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE GS-REWARD-ACCOUNT TO WS-REVIEW-REWARD-ACCOUNT
           MOVE GS-REWARD-AMOUNT TO WS-REVIEW-REWARD-AMOUNT
           MOVE GS-HOLD-ID TO WS-REVIEW-HOLD-ID
           MOVE GS-TOURNAMENT-COUNT TO WS-REVIEW-TRN-COUNT
           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                   UNTIL WS-TRN-IDX > WS-REVIEW-TRN-COUNT
               MOVE GS-TOURNAMENT-ID(WS-TRN-IDX)
                   TO WS-REVIEW-TRN-ID(WS-TRN-IDX)
           END-PERFORM

           DISPLAY "C = CLEAR THE SCORE, F = FORFEIT IT: "
               WITH NO ADVANCING
           ACCEPT WS-REVIEW-ACTION
           IF WS-REVIEW-ACTION NOT = "C" AND WS-REVIEW-ACTION NOT = "F"
               DISPLAY "NOTHING CHANGED"
               CLOSE GAME-SESSION-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REVIEW-ACTION TO GS-VERIFY-STATUS
           MOVE WS-TODAY-DATE TO GS-VERIFIED-DATE
           REWRITE GAME-SESSION-RECORD
           IF WS-SESSION-STATUS NOT = "00"
               DISPLAY "*** SESSION LOG REWRITE FAILED - STATUS: "
                   WS-SESSION-STATUS " - NOTHING CHANGED ***"
               CLOSE GAME-SESSION-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-HOLDS-OPEN
           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN
           END-IF
           PERFORM RELEASE-REWARD-HOLD
           IF WS-REVIEW-ACTION = "C"
               PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                       UNTIL WS-TRN-IDX > WS-REVIEW-TRN-COUNT
                   PERFORM CLEAR-ONE-ENTRY
               END-PERFORM
               DISPLAY "SCORE CLEARED"
           ELSE
               IF WS-REVIEW-REWARD-AMOUNT > 0
                   PERFORM RECOVER-FORFEITED-REWARD
               END-IF
               PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                       UNTIL WS-TRN-IDX > WS-REVIEW-TRN-COUNT
                   PERFORM FORFEIT-ONE-ENTRY
               END-PERFORM
               DISPLAY "SCORE FORFEITED"
           END-IF
           IF WS-HOLDS-OPEN = "Y"
               CLOSE HOLDS-FILE
           END-IF
           CLOSE GAME-SESSION-FILE
           .

       LIST-HELD-SESSIONS.
           MOVE 0 TO WS-HELD-COUNT
           MOVE "N" TO WS-SESSION-FILE-EOF
           MOVE WS-ENTRY-CUSTOMER TO GS-CUSTOMER-ID
           MOVE 0 TO GS-PLAY-DATE
           MOVE 0 TO GS-PLAY-TIME
           START GAME-SESSION-FILE KEY >= GS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SESSION-FILE-EOF
           END-START
           PERFORM UNTIL WS-SESSION-FILE-EOF = "Y"
               READ GAME-SESSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SESSION-FILE-EOF
                   NOT AT END
                       IF GS-CUSTOMER-ID NOT = WS-ENTRY-CUSTOMER
                           MOVE "Y" TO WS-SESSION-FILE-EOF
                       ELSE
                           IF GS-VERIFY-STATUS = "H"
                               ADD 1 TO WS-HELD-COUNT
                               DISPLAY "PLAYED " GS-PLAY-DATE " "
                                   GS-PLAY-TIME " SCORED " GS-POINTS
                                   " REPLAYED " GS-REPLAY-POINTS
                                   " REWARD " GS-REWARD-AMOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    A HOLD THAT HAS ALREADY LAPSED OR BEEN RELEASED BY A
      *    TELLER IS LEFT AS IT IS.
       RELEASE-REWARD-HOLD.
           IF WS-REVIEW-HOLD-ID = 0 OR WS-HOLDS-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REVIEW-HOLD-ID TO HOLD-ID
           READ HOLDS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF HOLD-STATUS = "A"
               MOVE "R" TO HOLD-STATUS
               REWRITE HOLD-RECORD
               IF WS-HOLDS-STATUS NOT = "00"
                   DISPLAY "*** I/O ERROR RELEASING HOLD - STATUS: "
                       WS-HOLDS-STATUS " ***"
               ELSE
                   DISPLAY "HOLD " HOLD-ID " RELEASED ON ACCOUNT "
                       HOLD-ACCOUNT
               END-IF
           END-IF
           .

      *    THE ENTRY STAYS HELD WHILE ANOTHER SESSION BEHIND IT IS
      *    STILL UNDER REVIEW.
       CLEAR-ONE-ENTRY.
           MOVE WS-REVIEW-TRN-ID(WS-TRN-IDX) TO TSC-TOURNAMENT-ID
           MOVE WS-ENTRY-CUSTOMER TO TSC-CUSTOMER-ID
           READ TOURNAMENT-SCORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF TSC-PAYOUT-HOLD NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OTHER-HELD-SESSIONS
           IF WS-OTHER-HELD = "Y"
               DISPLAY "TOURNAMENT " TSC-TOURNAMENT-ID " STAYS HELD - "
                   "ANOTHER SESSION IS STILL UNDER REVIEW"
               EXIT PARAGRAPH
           END-IF
           IF TSC-HELD-PRIZE > 0
               MOVE TSC-TOURNAMENT-ID TO TRN-ID
               MOVE TSC-ACCOUNT TO WS-BEST-ACCOUNT
               MOVE TSC-HELD-PRIZE TO WS-PRIZE-AMOUNT
               PERFORM POST-PRIZE-PAYMENT
               IF WS-PRIZE-POSTED = "N"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "TOURNAMENT " TSC-TOURNAMENT-ID " PRIZE "
                   WS-PRIZE-AMOUNT " PAID TO ACCOUNT " TSC-ACCOUNT
           ELSE
               DISPLAY "TOURNAMENT " TSC-TOURNAMENT-ID
                   " PAYOUT HOLD LIFTED"
           END-IF
           MOVE "N" TO TSC-PAYOUT-HOLD
           MOVE 0 TO TSC-HELD-PRIZE
           REWRITE TOURNAMENT-SCORE-RECORD
           .

       CHECK-OTHER-HELD-SESSIONS.
           MOVE "N" TO WS-OTHER-HELD
           MOVE "N" TO WS-SESSION-FILE-EOF
           MOVE WS-ENTRY-CUSTOMER TO GS-CUSTOMER-ID
           MOVE 0 TO GS-PLAY-DATE
           MOVE 0 TO GS-PLAY-TIME
           START GAME-SESSION-FILE KEY >= GS-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SESSION-FILE-EOF
           END-START
           PERFORM UNTIL WS-SESSION-FILE-EOF = "Y"
               READ GAME-SESSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SESSION-FILE-EOF
                   NOT AT END
                       IF GS-CUSTOMER-ID NOT = WS-ENTRY-CUSTOMER
                           MOVE "Y" TO WS-SESSION-FILE-EOF
                       ELSE
                           IF GS-VERIFY-STATUS = "H"
                               PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                                   UNTIL WS-OTHER-IDX
                                       > GS-TOURNAMENT-COUNT
                                   IF GS-TOURNAMENT-ID(WS-OTHER-IDX)
                                       = TSC-TOURNAMENT-ID
                                       MOVE "Y" TO WS-OTHER-HELD
                                   END-IF
                               END-PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE REWARD GAME CREDITED OUT OF FEE INCOME GOES BACK THE
      *    SAME WAY, EVEN IF THE FUNDS HOLD HAD ALREADY LAPSED.
       RECOVER-FORFEITED-REWARD.
           MOVE WS-REVIEW-REWARD-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "*** REWARD ACCOUNT "
                       WS-REVIEW-REWARD-ACCOUNT " IS MISSING - "
                       "REWARD NOT RECOVERED ***"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   SUBTRACT WS-REVIEW-REWARD-AMOUNT
                       FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           MOVE GL-FEE-INCOME-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-REVIEW-REWARD-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ
           MOVE WS-REVIEW-REWARD-ACCOUNT TO FROM-ACCOUNT
           MOVE GL-FEE-INCOME-ACCOUNT TO TO-ACCOUNT
           MOVE WS-REVIEW-REWARD-AMOUNT TO TRANSACTION-AMOUNT
           PERFORM WRITE-TOURNAMENT-POSTING
           DISPLAY "REWARD " WS-REVIEW-REWARD-AMOUNT
               " RECOVERED FROM ACCOUNT " WS-REVIEW-REWARD-ACCOUNT
           .

       FORFEIT-ONE-ENTRY.
           MOVE WS-REVIEW-TRN-ID(WS-TRN-IDX) TO TSC-TOURNAMENT-ID
           MOVE WS-ENTRY-CUSTOMER TO TSC-CUSTOMER-ID
           READ TOURNAMENT-SCORE-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "F" TO TSC-PAYOUT-HOLD
           REWRITE TOURNAMENT-SCORE-RECORD
           DISPLAY "TOURNAMENT " TSC-TOURNAMENT-ID
               " ENTRY DISQUALIFIED"
           .

       END PROGRAM TOURNAMENT.
