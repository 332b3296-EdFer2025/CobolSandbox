       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAME-SCORE-VERIFY.

      *    REPLAYS RECORDED GAME SESSIONS WITHOUT A PLAYER AND
      *    RECOMPUTES THE SCORE. LOYALTY REWARDS AND TOURNAMENT PRIZES
      *    ARE PAID ON THE SCORE GAME REPORTS, SO A DISPUTED OR
      *    SUSPICIOUSLY HIGH SCORE IS CHECKED HERE: EACH SESSION'S
      *    SEED, DIFFICULTY SETTINGS AND MOVEMENT PATTERN COME FROM
      *    game_sessions.dat, ITS KEYSTROKES FROM game_moves.dat, AND
      *    THE FRAMES ARE STEPPED THROUGH WITH THE SAME RULES AS GAME
      *    (03_GAME/01_main.cob) - THE REPLAY PARAGRAPHS BELOW MIRROR
      *    GAME'S MOVE-CHARACTER, DRAW-CHARACTER, DRAW-OBJECT AND
      *    GET-RANDOM-POINT AND MUST BE KEPT IN STEP WITH THEM.
      *
      *    CALLED BY END-OF-DAY WITH RUN MODE "P" IT REPLAYS EVERY
      *    SESSION STILL PENDING ("P") - ONE THAT CREDITED A LOYALTY
      *    REWARD OR SET A TOURNAMENT BEST. A MATCHING REPLAY CLEARS
      *    THE SESSION; A MISMATCH, OR A SESSION WHOSE KEYSTROKES ARE
      *    INCOMPLETE, HOLDS THE PAYOUT: A FUNDS HOLD FOR THE REWARD
      *    ON THE ACCOUNT IT WAS CREDITED TO (PARAMETER GAME-HOLD-DAYS,
      *    DEFAULT 30 DAYS), AND A PAYOUT HOLD ON EACH TOURNAMENT ENTRY
      *    THE SESSION SCORED SO SETTLEMENT KEEPS THAT PRIZE IN THE
      *    POOL. A HELD SESSION IS CLEARED OR FORFEITED AT THE
      *    TOURNAMENT DESK (REVIEW-HELD-SCORE IN 03_GAME/
      *    04_tournament.cob). RUN STANDALONE IT ASKS FOR A CUSTOMER
      *    (AND OPTIONALLY A PLAY DATE) AND REPLAYS THOSE SESSIONS FOR
      *    A DISPUTE, CHANGING NOTHING. WRITES
      *    03_GAME/score_verify_report.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-SESSION-FILE
               ASSIGN TO "03_GAME/game_sessions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GS-KEY
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT GAME-MOVE-FILE
               ASSIGN TO "03_GAME/game_moves.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GM-KEY
               FILE STATUS IS WS-MOVE-STATUS.

           SELECT TOURNAMENT-SCORE-FILE
               ASSIGN TO "03_GAME/tournament_scores.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TSC-KEY
               FILE STATUS IS WS-TSCORE-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO "02_BANKING/holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "03_GAME/score_verify_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GAME-SESSION-FILE.
           COPY "GAME-SESSION-RECORD.cpy".

       FD GAME-MOVE-FILE.
           COPY "GAME-MOVE-RECORD.cpy".

       FD TOURNAMENT-SCORE-FILE.
       01 TOURNAMENT-SCORE-RECORD.
           05 TSC-KEY.
               10 TSC-TOURNAMENT-ID PIC 9(5).
               10 TSC-CUSTOMER-ID PIC 9(5).
           05 TSC-ACCOUNT PIC 9(9).
           05 TSC-BEST-SCORE PIC 9(8).
           05 TSC-PAYOUT-HOLD PIC X VALUE "N".
           05 TSC-HELD-PRIZE PIC 9(7)V99 VALUE 0.

       FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-SESSION-STATUS PIC XX.
       01 WS-MOVE-STATUS PIC XX.
       01 WS-TSCORE-STATUS PIC XX.
       01 WS-HOLDS-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-SESSION-FILE-EOF PIC X.
       01 WS-HOLDS-FILE-EOF PIC X.
       01 WS-MOVE-OPEN PIC X VALUE "N".
       01 WS-TSCORE-OPEN PIC X VALUE "N".
       01 WS-HOLDS-OPEN PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
      *"P" = NIGHTLY CHECK OF PENDING SESSIONS, "S" = STANDALONE
      *DISPUTE REPLAY FOR ONE CUSTOMER
       01 WS-VERIFY-MODE PIC X.
       01 WS-TARGET-CUSTOMER PIC 9(5) VALUE 0.
       01 WS-TARGET-DATE PIC 9(8) VALUE 0.

      *SCRATCH FIELDS FOR THE CALL TO "BANK-PARAMETERS"
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
       01 WS-HOLD-DAYS PIC 9(3) VALUE 30.
       01 WS-HOLD-EXPIRY-DATE PIC 9(8).
       01 WS-NEXT-HOLD-ID PIC 9(5) VALUE 1.

      *OUTCOME OF ONE REPLAY
       01 WS-REPLAY-RESULT PIC X(16).
       01 WS-REPLAY-MATCHED PIC X.
       01 WS-REPLAY-OVER PIC X.
       01 WS-MOVES-COMPLETE PIC X.
       01 WS-MOVES-REPLAYED PIC 9(8).
       01 WS-MOVE-BLOCK PIC 9(5).
       01 WS-MOVE-IDX PIC 9(3).
       01 WS-ACTION PIC X(30).
       01 WS-TRN-IDX PIC 9.

       01 WS-SESSIONS-READ PIC 9(5) VALUE 0.
       01 WS-SESSIONS-MATCHED PIC 9(5) VALUE 0.
       01 WS-SESSIONS-HELD PIC 9(5) VALUE 0.

      *REPLAY STATE - THE SAME PICTURES AS GAME'S, SO THE
      *ARITHMETIC BEHAVES EXACTLY AS IT DID IN PLAY
       01 WS-GAME-START                PIC X VALUE "Y".
       01 WS-GAME-FRAMES               PIC 9(8) VALUE 0.
       01 WS-GAME-POINTS               PIC 9(8) VALUE 0.
       01 WS-OBJECTS-MOVE-ZIG-ZAG      PIC X VALUE "Y".
       01 WS-GAME-BOMB-COUNT           PIC 9 VALUE 1.
       01 WS-RANDOM-SEED               PIC 9(10) VALUE 0.
       01 WS-RANDOM-WORK               PIC 9(18) VALUE 0.
      *THE RECORDED KEYSTROKE FOR THE FRAME BEING REPLAYED
       01 WS-COMMAND                   PIC X VALUE ".".
           88 MOVE-LEFT                VALUE "A".
           88 MOVE-RIGHT               VALUE "D".
           88 MOVE-UP                  VALUE "W".
           88 MOVE-DOWN                VALUE "S".
           88 EXIT-COMMAND             VALUE "X".
       78 WS-SCREEN-WIDTH VALUE 40.
       78 WS-SCREEN-HEIGHT VALUE 10.
       78 WS-OBJECT-COUNT VALUE 5.

       01 WS-CHARACTER-SHIFT-X    PIC 9 VALUE 2.
       01 WS-CHARACTER-SHIFT-Y    PIC 9 VALUE 1.
       01 WS-CHARACTER.
           05 WS-CHARACTER-X           PIC 99 VALUE 3.
           05 WS-CHARACTER-Y           PIC 99 VALUE 4.
           05 WS-CHARACTER-NEW-X       PIC 99  VALUE 3.
           05 WS-CHARACTER-NEW-Y       PIC 99  VALUE 4.

       01 WS-RANDOM-X                  PIC 99   VALUE 0.
       01 WS-RANDOM-Y                  PIC 99   VALUE 0.
       01 WS-OBJECT-INDEX                PIC 99   VALUE 0.
       01 WS-OBJECT.
           05 WS-OBJECT-IMG         PIC X OCCURS WS-OBJECT-COUNT TIMES
                                           VALUE "O".
           05 WS-OBJECT-X           PIC 99 OCCURS WS-OBJECT-COUNT TIMES.
           05 WS-OBJECT-Y           PIC 99 OCCURS WS-OBJECT-COUNT TIMES.
           05 WS-OBJECT-DX          PIC S9 OCCURS WS-OBJECT-COUNT TIMES
                                       VALUE -2.
           05 WS-OBJECT-DY           PIC S9 OCCURS WS-OBJECT-COUNT TIMES
                                       VALUE 0.

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           IF LK-RUN-MODE = "P"
               MOVE "P" TO WS-VERIFY-MODE
           ELSE
               MOVE "S" TO WS-VERIFY-MODE
               DISPLAY "CUSTOMER ID TO REPLAY:" WITH NO ADVANCING
               ACCEPT WS-TARGET-CUSTOMER
               DISPLAY "PLAY DATE (YYYYMMDD, 0 = ALL):"
                   WITH NO ADVANCING
               ACCEPT WS-TARGET-DATE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-VERIFY-MODE = "P"
               STRING "GAME SCORE REPLAY CHECK - PENDING PAYOUTS   "
                   "(RUN " WS-TODAY-DATE ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "GAME SCORE REPLAY - CUSTOMER "
                   WS-TARGET-CUSTOMER "   (RUN " WS-TODAY-DATE ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CUSTOMER PLAYED            MODE RECORDED REPLAYED "
               & "RESULT           ACTION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

      *    NO SESSION LOG YET SIMPLY MEANS NO LINKED GAME HAS BEEN
      *    PLAYED SINCE SESSIONS WERE FIRST RECORDED
           IF WS-VERIFY-MODE = "P"
               OPEN I-O GAME-SESSION-FILE
           ELSE
               OPEN INPUT GAME-SESSION-FILE
           END-IF
           IF WS-SESSION-STATUS = "00"
               OPEN INPUT GAME-MOVE-FILE
               IF WS-MOVE-STATUS = "00"
                   MOVE "Y" TO WS-MOVE-OPEN
               END-IF
               IF WS-VERIFY-MODE = "P"
                   PERFORM PREPARE-PAYOUT-HOLDS
               END-IF
               PERFORM SCAN-SESSIONS
               CLOSE GAME-SESSION-FILE
               IF WS-MOVE-OPEN = "Y"
                   CLOSE GAME-MOVE-FILE
               END-IF
               IF WS-TSCORE-OPEN = "Y"
                   CLOSE TOURNAMENT-SCORE-FILE
               END-IF
               IF WS-HOLDS-OPEN = "Y"
                   CLOSE HOLDS-FILE
               END-IF
           END-IF

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-SESSIONS-READ " SESSIONS REPLAYED, "
               WS-SESSIONS-MATCHED " MATCHED, "
               WS-SESSIONS-HELD " DID NOT MATCH"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "GAME SCORE REPLAY COMPLETE - " WS-SESSIONS-READ
               " SESSIONS, " WS-SESSIONS-HELD " DID NOT MATCH - SEE "
               "03_GAME/score_verify_report.txt"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    THE HOLD LENGTH, THE TOURNAMENT ENTRIES AND THE HOLDS FILE
      *    ARE ONLY NEEDED WHEN THE NIGHTLY RUN MAY HOLD A PAYOUT.
      *    AUTOMATIC HOLD IDS ARE SEEDED PAST THE HIGHEST ON FILE THE
      *    SAME WAY BANKING SEEDS ITS CHECK-DEPOSIT HOLDS.
       PREPARE-PAYOUT-HOLDS.
           MOVE "GAME-HOLD-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME
               WS-TODAY-DATE WS-PARAM-LOOKUP-AMOUNT
               WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-HOLD-DAYS
           END-IF
           COMPUTE WS-HOLD-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-HOLD-DAYS)

           OPEN I-O TOURNAMENT-SCORE-FILE
           IF WS-TSCORE-STATUS = "00"
               MOVE "Y" TO WS-TSCORE-OPEN
           END-IF

           OPEN I-O HOLDS-FILE
           IF WS-HOLDS-STATUS = "35"
               OPEN OUTPUT HOLDS-FILE
               CLOSE HOLDS-FILE
               OPEN I-O HOLDS-FILE
           END-IF
           IF WS-HOLDS-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE HOLDS FILE - STATUS: "
                   WS-HOLDS-STATUS " - REWARDS CANNOT BE HELD ***"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-HOLDS-OPEN
           MOVE 1 TO WS-NEXT-HOLD-ID
           MOVE "N" TO WS-HOLDS-FILE-EOF
           MOVE 0 TO HOLD-ID
           START HOLDS-FILE KEY >= HOLD-ID
               INVALID KEY
                   MOVE "Y" TO WS-HOLDS-FILE-EOF
           END-START
           PERFORM UNTIL WS-HOLDS-FILE-EOF = "Y"
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOLDS-FILE-EOF
                   NOT AT END
                       IF HOLD-ID >= WS-NEXT-HOLD-ID
                           COMPUTE WS-NEXT-HOLD-ID = HOLD-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE NIGHTLY RUN READS THE WHOLE LOG FOR PENDING SESSIONS;
      *    A DISPUTE REPLAY STARTS AT THE CUSTOMER AND STOPS WHEN THE
      *    CUSTOMER CHANGES.
       SCAN-SESSIONS.
           MOVE "N" TO WS-SESSION-FILE-EOF
           MOVE WS-TARGET-CUSTOMER TO GS-CUSTOMER-ID
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
                       PERFORM CONSIDER-ONE-SESSION
               END-READ
           END-PERFORM
           .

       CONSIDER-ONE-SESSION.
           IF WS-VERIFY-MODE = "P"
               IF GS-VERIFY-STATUS NOT = "P"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF GS-CUSTOMER-ID NOT = WS-TARGET-CUSTOMER
                   MOVE "Y" TO WS-SESSION-FILE-EOF
                   EXIT PARAGRAPH
               END-IF
               IF WS-TARGET-DATE NOT = 0
                   AND GS-PLAY-DATE NOT = WS-TARGET-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-SESSIONS-READ
           PERFORM REPLAY-SESSION
           MOVE SPACES TO WS-ACTION
           IF WS-REPLAY-MATCHED = "Y"
               ADD 1 TO WS-SESSIONS-MATCHED
               IF WS-VERIFY-MODE = "P"
                   MOVE "V" TO GS-VERIFY-STATUS
                   MOVE "PAYOUT CLEARED" TO WS-ACTION
               END-IF
           ELSE
               ADD 1 TO WS-SESSIONS-HELD
               IF WS-VERIFY-MODE = "P"
                   MOVE "H" TO GS-VERIFY-STATUS
                   PERFORM HOLD-SESSION-PAYOUT
               END-IF
           END-IF
           IF WS-VERIFY-MODE = "P"
               MOVE WS-TODAY-DATE TO GS-VERIFIED-DATE
               MOVE WS-GAME-POINTS TO GS-REPLAY-POINTS
               REWRITE GAME-SESSION-RECORD
               IF WS-SESSION-STATUS NOT = "00"
                   DISPLAY "*** SESSION LOG REWRITE FAILED - STATUS: "
                       WS-SESSION-STATUS " ***"
               END-IF
           END-IF
           PERFORM WRITE-SESSION-LINE
           .

       WRITE-SESSION-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING GS-CUSTOMER-ID "    " GS-PLAY-DATE " " GS-PLAY-TIME
               "  " GS-GAME-MODE "    " GS-POINTS " " WS-GAME-POINTS
               " " WS-REPLAY-RESULT " " WS-ACTION
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    THE REWARD IS ALREADY ON THE ACCOUNT, SO IT IS HELD AS
      *    UNAVAILABLE FUNDS RATHER THAN TAKEN BACK; A TOURNAMENT
      *    PRIZE IS NOT PAID UNTIL SETTLEMENT, SO THE ENTRY IS
      *    FLAGGED AND SETTLEMENT KEEPS THE PRIZE IN THE POOL.
       HOLD-SESSION-PAYOUT.
           IF GS-REWARD-AMOUNT > 0 AND WS-HOLDS-OPEN = "Y"
               MOVE WS-NEXT-HOLD-ID TO HOLD-ID
               MOVE GS-REWARD-ACCOUNT TO HOLD-ACCOUNT
               MOVE GS-REWARD-AMOUNT TO HOLD-AMOUNT
               MOVE "GAME SCORE REVIEW" TO HOLD-REASON
               MOVE "GAMEVERIFY" TO HOLD-PLACED-BY
               MOVE WS-TODAY-DATE TO HOLD-PLACED-DATE
               MOVE WS-HOLD-EXPIRY-DATE TO HOLD-EXPIRY-DATE
               MOVE "A" TO HOLD-STATUS
               WRITE HOLD-RECORD
               IF WS-HOLDS-STATUS = "00"
                   MOVE HOLD-ID TO GS-HOLD-ID
                   ADD 1 TO WS-NEXT-HOLD-ID
                   MOVE SPACES TO WS-ACTION
                   STRING "REWARD HELD (HOLD " HOLD-ID ")"
                       DELIMITED BY SIZE INTO WS-ACTION
               ELSE
                   DISPLAY "*** COULD NOT PLACE THE REWARD HOLD ON "
                       "ACCOUNT " GS-REWARD-ACCOUNT " - STATUS: "
                       WS-HOLDS-STATUS " ***"
                   MOVE "REWARD HOLD FAILED" TO WS-ACTION
               END-IF
           END-IF
           IF WS-TSCORE-OPEN = "Y"
               PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                       UNTIL WS-TRN-IDX > GS-TOURNAMENT-COUNT
                   MOVE GS-TOURNAMENT-ID(WS-TRN-IDX)
                       TO TSC-TOURNAMENT-ID
                   MOVE GS-CUSTOMER-ID TO TSC-CUSTOMER-ID
                   READ TOURNAMENT-SCORE-FILE
                       NOT INVALID KEY
                           MOVE "Y" TO TSC-PAYOUT-HOLD
                           REWRITE TOURNAMENT-SCORE-RECORD
                   END-READ
               END-PERFORM
               IF GS-TOURNAMENT-COUNT > 0 AND WS-ACTION = SPACES
                   MOVE "TOURNAMENT PRIZE HELD" TO WS-ACTION
               END-IF
           END-IF
           DISPLAY "*** CUSTOMER " GS-CUSTOMER-ID " SESSION "
               GS-PLAY-DATE " " GS-PLAY-TIME " SCORED " GS-POINTS
               " BUT REPLAYS TO " WS-GAME-POINTS " - PAYOUT HELD ***"
           .

      *    PLAYS THE SESSION AGAIN: THE OPENING FRAME GAME DRAWS
      *    BEFORE READING ANY KEY, THEN ONE FRAME PER RECORDED
      *    KEYSTROKE UNTIL A BOMB IS HIT OR THE PLAYER QUIT. THE
      *    REPLAY MATCHES WHEN EVERY RECORDED KEYSTROKE WAS ON FILE
      *    AND USED, AND THE POINTS AND FRAMES COME OUT THE SAME.
       REPLAY-SESSION.
           MOVE "Y" TO WS-GAME-START
           MOVE 0 TO WS-GAME-FRAMES
           MOVE 0 TO WS-GAME-POINTS
           MOVE 3 TO WS-CHARACTER-X
           MOVE 4 TO WS-CHARACTER-Y
           MOVE 3 TO WS-CHARACTER-NEW-X
           MOVE 4 TO WS-CHARACTER-NEW-Y
           MOVE "." TO WS-COMMAND
           PERFORM VARYING WS-OBJECT-INDEX FROM 1 BY 1
                   UNTIL WS-OBJECT-INDEX > WS-OBJECT-COUNT
               MOVE "O" TO WS-OBJECT-IMG(WS-OBJECT-INDEX)
               MOVE 0 TO WS-OBJECT-X(WS-OBJECT-INDEX)
               MOVE 0 TO WS-OBJECT-Y(WS-OBJECT-INDEX)
               MOVE -2 TO WS-OBJECT-DX(WS-OBJECT-INDEX)
               MOVE 0 TO WS-OBJECT-DY(WS-OBJECT-INDEX)
           END-PERFORM
           MOVE GS-SEED TO WS-RANDOM-SEED
           MOVE GS-BOMB-COUNT TO WS-GAME-BOMB-COUNT
           MOVE GS-ZIG-ZAG TO WS-OBJECTS-MOVE-ZIG-ZAG
           MOVE "N" TO WS-REPLAY-OVER
           MOVE "Y" TO WS-MOVES-COMPLETE
           MOVE 0 TO WS-MOVES-REPLAYED

           PERFORM INITIALIZE-OBJECT
           PERFORM REPLAY-FRAME
           MOVE "N" TO WS-GAME-START

           PERFORM VARYING WS-MOVE-BLOCK FROM 1 BY 1
                   UNTIL WS-MOVE-BLOCK > GS-MOVE-BLOCKS
                   OR WS-REPLAY-OVER = "Y"
                   OR WS-MOVES-COMPLETE = "N"
               PERFORM REPLAY-MOVE-BLOCK
           END-PERFORM

           MOVE "N" TO WS-REPLAY-MATCHED
           EVALUATE TRUE
               WHEN WS-MOVES-COMPLETE = "N"
                   OR WS-MOVES-REPLAYED NOT = GS-MOVE-COUNT
                   MOVE "MOVES INCOMPLETE" TO WS-REPLAY-RESULT
               WHEN WS-GAME-POINTS NOT = GS-POINTS
                   OR WS-GAME-FRAMES NOT = GS-FRAMES
                   MOVE "SCORE MISMATCH" TO WS-REPLAY-RESULT
               WHEN OTHER
                   MOVE "MATCHED" TO WS-REPLAY-RESULT
                   MOVE "Y" TO WS-REPLAY-MATCHED
           END-EVALUATE
           .

       REPLAY-MOVE-BLOCK.
           IF WS-MOVE-OPEN NOT = "Y"
               MOVE "N" TO WS-MOVES-COMPLETE
               EXIT PARAGRAPH
           END-IF
           MOVE GS-CUSTOMER-ID TO GM-CUSTOMER-ID
           MOVE GS-PLAY-DATE TO GM-PLAY-DATE
           MOVE GS-PLAY-TIME TO GM-PLAY-TIME
           MOVE WS-MOVE-BLOCK TO GM-BLOCK
           READ GAME-MOVE-FILE
               INVALID KEY
                   MOVE "N" TO WS-MOVES-COMPLETE
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
                   UNTIL WS-MOVE-IDX > GM-COMMAND-COUNT
                   OR WS-REPLAY-OVER = "Y"
               MOVE GM-COMMANDS(WS-MOVE-IDX:1) TO WS-COMMAND
               ADD 1 TO WS-MOVES-REPLAYED
               PERFORM MOVE-CHARACTER
               PERFORM REPLAY-FRAME
               IF EXIT-COMMAND
                   MOVE "Y" TO WS-REPLAY-OVER
               END-IF
           END-PERFORM
           .

      *    GAME'S DISPLAY-SCREEN WITHOUT THE SCREEN: COUNT THE FRAME,
      *    SETTLE THE CHARACTER, THEN MOVE AND CHECK EVERY OBJECT.
       REPLAY-FRAME.
           ADD 1 TO WS-GAME-FRAMES
           PERFORM DRAW-CHARACTER
           PERFORM DRAW-OBJECT
           .

       INITIALIZE-OBJECT.
           PERFORM VARYING WS-OBJECT-INDEX FROM 1 BY 1
                   UNTIL WS-OBJECT-INDEX > WS-OBJECT-COUNT
               PERFORM SET-OBJECT-POSITION

               IF WS-OBJECT-INDEX <= WS-GAME-BOMB-COUNT
                   MOVE '*' TO WS-OBJECT-IMG(WS-OBJECT-INDEX)
               END-IF

               IF WS-OBJECTS-MOVE-ZIG-ZAG = "Y"
                   COMPUTE WS-OBJECT-DY(WS-OBJECT-INDEX)
                       = FUNCTION MOD (WS-OBJECT-INDEX, 2)
                   EVALUATE WS-OBJECT-DY(WS-OBJECT-INDEX)
                       WHEN 0
                           MOVE 1 TO WS-OBJECT-DY(WS-OBJECT-INDEX)
                       WHEN 1
                           MOVE -1 TO WS-OBJECT-DY(WS-OBJECT-INDEX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

       SET-OBJECT-POSITION.
           PERFORM GET-RANDOM-POINT
           MOVE WS-RANDOM-X TO WS-OBJECT-X(WS-OBJECT-INDEX)
           MOVE WS-RANDOM-Y TO WS-OBJECT-Y(WS-OBJECT-INDEX)
           .

       MOVE-CHARACTER.
           EVALUATE TRUE
               WHEN MOVE-LEFT
                   COMPUTE WS-CHARACTER-NEW-X =
                       WS-CHARACTER-X - WS-CHARACTER-SHIFT-X
               WHEN MOVE-RIGHT
                   COMPUTE WS-CHARACTER-NEW-X =
                       WS-CHARACTER-X + WS-CHARACTER-SHIFT-X
               WHEN MOVE-UP
                   COMPUTE WS-CHARACTER-NEW-Y =
                       WS-CHARACTER-Y - WS-CHARACTER-SHIFT-Y
               WHEN MOVE-DOWN
                   COMPUTE WS-CHARACTER-NEW-Y =
                       WS-CHARACTER-Y + WS-CHARACTER-SHIFT-Y
           END-EVALUATE
           IF WS-CHARACTER-NEW-X < 3
               OR WS-CHARACTER-NEW-X > WS-SCREEN-WIDTH - 2
               MOVE WS-CHARACTER-X TO WS-CHARACTER-NEW-X
           END-IF
           IF WS-CHARACTER-NEW-Y < 4
               OR WS-CHARACTER-NEW-Y > WS-SCREEN-HEIGHT
               MOVE WS-CHARACTER-Y TO WS-CHARACTER-NEW-Y
           END-IF
           .

       DRAW-CHARACTER.
           IF WS-GAME-START = "Y"
               OR (NOT WS-CHARACTER-NEW-X = WS-CHARACTER-X)
               OR (NOT WS-CHARACTER-NEW-Y = WS-CHARACTER-Y)
               MOVE WS-CHARACTER-NEW-X TO WS-CHARACTER-X
               MOVE WS-CHARACTER-NEW-Y TO WS-CHARACTER-Y
           END-IF
           PERFORM CHECK-OBJECT-COLLISIONS
           .

       CHECK-OBJECT-COLLISIONS.
           PERFORM VARYING WS-OBJECT-INDEX FROM 1 BY 1
                       UNTIL WS-OBJECT-INDEX > WS-OBJECT-COUNT
               PERFORM CHECK-OBJECT-COLLISION
           END-PERFORM
           .

      *    A BOMB ENDS THE REPLAY AFTER THIS FRAME, AS IT ENDS PLAY
       CHECK-OBJECT-COLLISION.
           IF WS-OBJECT-X(WS-OBJECT-INDEX) <= WS-CHARACTER-X + 1
               AND WS-OBJECT-X(WS-OBJECT-INDEX) >= WS-CHARACTER-X - 1
               AND WS-OBJECT-Y(WS-OBJECT-INDEX) <= WS-CHARACTER-Y
               AND WS-OBJECT-Y(WS-OBJECT-INDEX) >= WS-CHARACTER-Y - 2

               EVALUATE WS-OBJECT-IMG(WS-OBJECT-INDEX)
                   WHEN 'O'
                       ADD 1 TO WS-GAME-POINTS
                       PERFORM SET-OBJECT-POSITION
                   WHEN "*"
                       MOVE "Y" TO WS-REPLAY-OVER
               END-EVALUATE
           END-IF
           .

       DRAW-OBJECT.
           PERFORM VARYING WS-OBJECT-INDEX FROM 1 BY 1
                       UNTIL WS-OBJECT-INDEX > WS-OBJECT-COUNT
               IF WS-OBJECT-X(WS-OBJECT-INDEX) +
                       WS-OBJECT-DX(WS-OBJECT-INDEX) < 1
                   PERFORM SET-OBJECT-POSITION
               ELSE
                   ADD WS-OBJECT-DX(WS-OBJECT-INDEX)
                       TO WS-OBJECT-X(WS-OBJECT-INDEX)
                   IF WS-OBJECT-DY(WS-OBJECT-INDEX) IS NOT ZERO
                       ADD WS-OBJECT-DY(WS-OBJECT-INDEX)
                           TO WS-OBJECT-Y(WS-OBJECT-INDEX)
                       IF WS-OBJECT-Y(WS-OBJECT-INDEX) <= 1
                           MOVE 1 TO WS-OBJECT-Y(WS-OBJECT-INDEX)
                           MULTIPLY -1 BY WS-OBJECT-DY(WS-OBJECT-INDEX)
                       END-IF
                       IF WS-OBJECT-Y(WS-OBJECT-INDEX)
                               >= WS-SCREEN-HEIGHT - 1
                           COMPUTE WS-OBJECT-Y(WS-OBJECT-INDEX)
                               = WS-SCREEN-HEIGHT - 1
                           MULTIPLY -1 BY WS-OBJECT-DY(WS-OBJECT-INDEX)
                       END-IF
                   END-IF
               END-IF

               PERFORM CHECK-OBJECT-COLLISION
           END-PERFORM
           .

       GET-RANDOM-POINT.
           PERFORM NEXT-RANDOM-NUMBER
           COMPUTE WS-RANDOM-X = WS-SCREEN-WIDTH / 2 + 1
               + FUNCTION MOD(WS-RANDOM-SEED, WS-SCREEN-WIDTH / 2)
           PERFORM NEXT-RANDOM-NUMBER
           COMPUTE WS-RANDOM-Y = 2
               + FUNCTION MOD(WS-RANDOM-SEED, WS-SCREEN-HEIGHT - 1)
           .

       NEXT-RANDOM-NUMBER.
           COMPUTE WS-RANDOM-WORK = WS-RANDOM-SEED * 16807
           COMPUTE WS-RANDOM-SEED =
               FUNCTION MOD(WS-RANDOM-WORK, 2147483647)
           .

       END PROGRAM GAME-SCORE-VERIFY.
