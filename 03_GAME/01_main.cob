               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAY-HISTORY-STATUS.

      *    DAILY CHALLENGE RESULTS - ONE RANKED ATTEMPT PER LINKED
      *    CUSTOMER PER BUSINESS DATE. RANKED BY
      *    DAILY-CHALLENGE-REPORT (03_GAME/05_daily_ranking.cob).
           SELECT DAILY-CHALLENGE-FILE
               ASSIGN TO "03_GAME/daily_challenge.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCH-KEY
               FILE STATUS IS WS-DAILY-CHALLENGE-STATUS.

      *    SESSION LOG AND KEYSTROKES FOR EVERY LINKED SESSION, SO A
      *    PAID-OUT SCORE CAN BE REPLAYED AND CHECKED BY
      *    GAME-SCORE-VERIFY (03_GAME/06_score_verify.cob).
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

       DATA DIVISION.
       FILE SECTION.
       FD SCORE-FILE.
      *    PRIZE PAYS BACK TO
           05 TSC-ACCOUNT PIC 9(9).
           05 TSC-BEST-SCORE PIC 9(8).
      *    "Y" WHEN A SESSION BEHIND THIS ENTRY FAILED THE REPLAY
      *    CHECK (GAME-SCORE-VERIFY) - SETTLEMENT KEEPS THE PRIZE IN
      *    THE POOL UNTIL THE SCORE IS CLEARED ON REVIEW (TOURNAMENT);
      *    "F" WHEN THE SCORE WAS FORFEITED
           05 TSC-PAYOUT-HOLD PIC X VALUE "N".
           05 TSC-HELD-PRIZE PIC 9(7)V99 VALUE 0.

       FD PLAY-HISTORY-FILE.
       01 PLAY-HISTORY-RECORD.
           05 PH-FRAMES PIC 9(8).
           05 PH-DIFFICULTY PIC 9.

       FD DAILY-CHALLENGE-FILE.
           COPY "DAILY-CHALLENGE-RECORD.cpy".

       FD GAME-SESSION-FILE.
           COPY "GAME-SESSION-RECORD.cpy".

       FD GAME-MOVE-FILE.
           COPY "GAME-MOVE-RECORD.cpy".

       WORKING-STORAGE SECTION.
      *TODAY'S POSTING JOURNAL - SEE WRITE-JOURNAL-RECORD
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-GAME-BOMB-COUNT           PIC 9 VALUE 1.
       01 WS-GAME-FRAME-DELAY          PIC 9(7) VALUE 100000.

      *GAME MODE: "N" = NORMAL, "C" = DAILY CHALLENGE. A CHALLENGE
      *RUN SEEDS THE OBJECT POSITION GENERATOR WITH THE BUSINESS
      *DATE, SO ALL PLAYERS THAT DAY FACE THE SAME LAYOUT; A NORMAL
      *RUN SEEDS IT FROM THE CLOCK - SEE GET-RANDOM-POINT
       01 WS-GAME-MODE                 PIC X VALUE "N".
       01 WS-DAILY-CHALLENGE-STATUS    PIC XX.
       01 WS-CHALLENGE-DATE            PIC 9(8) VALUE 0.
       01 WS-RANDOM-SEED               PIC 9(10) VALUE 0.
       01 WS-RANDOM-WORK               PIC 9(18) VALUE 0.
      *"Y" WHEN THIS RUN IS THE LINKED CUSTOMER'S ONE RANKED ATTEMPT
      *FOR THE DAY - A REPEAT OR PRACTICE CHALLENGE RUN IS NOT RANKED
       01 WS-CHALLENGE-RANKED          PIC X VALUE "N".
       01 WS-CHALLENGE-STREAK          PIC 9(5) VALUE 0.
       01 WS-BDC-DATE                  PIC 9(8).
       01 WS-BDC-VALID                 PIC X.
       01 WS-BDC-IS-BUSINESS-DAY       PIC X.
       01 WS-BDC-TRIES                 PIC 99 VALUE 0.

      *SESSION LOG - THE SESSION IS KEYED BY THE DATE AND TIME PLAY
      *STARTED; EACH FRAME'S KEYSTROKE IS BUFFERED INTO
      *WS-MOVE-BUFFER AND WRITTEN TO game_moves.dat 500 AT A TIME
       01 WS-SESSION-STATUS            PIC XX.
       01 WS-MOVE-STATUS               PIC XX.
       01 WS-SESSION-DATE              PIC 9(8) VALUE 0.
       01 WS-SESSION-TIME              PIC 9(8) VALUE 0.
       01 WS-SESSION-SEED              PIC 9(10) VALUE 0.
       01 WS-MOVE-LOG-OPEN             PIC X VALUE "N".
       01 WS-MOVE-BUFFER               PIC X(500) VALUE SPACES.
       01 WS-MOVES-IN-BLOCK            PIC 9(3) VALUE 0.
       01 WS-MOVE-COUNT                PIC 9(8) VALUE 0.
       01 WS-MOVE-BLOCKS               PIC 9(5) VALUE 0.
       01 WS-SESSION-REWARD-ACCOUNT    PIC 9(9) VALUE 0.
       01 WS-SESSION-REWARD-AMOUNT     PIC 9(5)V99 VALUE 0.
       01 WS-SESSION-TRN-COUNT         PIC 9 VALUE 0.
       01 WS-SESSION-TRN-TABLE.
           05 WS-SESSION-TRN-ID        PIC 9(5) OCCURS 5 TIMES.
       01 WS-SESSION-TRN-IDX           PIC 9 VALUE 0.

      *LOYALTY REWARD: 1 CENT CREDITED PER GAME POINT EARNED
       01 WS-LOYALTY-REWARD            PIC 9(5)V99 VALUE 0.

       MAIN-PROCEDURE.

           PERFORM LINK-CUSTOMER
           PERFORM SELECT-GAME-MODE
           ACCEPT WS-SESSION-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SESSION-TIME FROM TIME
           IF WS-GAME-MODE = "C"
               PERFORM SET-UP-DAILY-CHALLENGE
           ELSE
               PERFORM SELECT-DIFFICULTY
               PERFORM SEED-FROM-CLOCK
           END-IF
           MOVE WS-RANDOM-SEED TO WS-SESSION-SEED
           IF WS-CUSTOMER-LINKED = "Y"
               PERFORM OPEN-MOVE-LOG
           END-IF
           PERFORM INITIALIZE-OBJECT

           PERFORM DISPLAY-SCREEN
           PERFORM UNTIL EXIT-COMMAND
      *        ACCEPT is blocking therefore use C
               PERFORM GET_CHAR
               PERFORM RECORD-MOVE

               PERFORM MOVE-CHARACTER

           END-EVALUATE
           .

       SELECT-GAME-MODE.
           DISPLAY "SELECT MODE: N-NORMAL  C-DAILY CHALLENGE"
           ACCEPT WS-GAME-MODE
           MOVE FUNCTION UPPER-CASE(WS-GAME-MODE) TO WS-GAME-MODE
           IF WS-GAME-MODE NOT = "C"
               MOVE "N" TO WS-GAME-MODE
           END-IF
           .

      *    THE DAILY CHALLENGE IS THE SAME GAME FOR EVERYONE ON A
      *    BUSINESS DATE: MEDIUM DIFFICULTY, THE SAME OBJECT COUNT,
      *    A SEED TAKEN FROM THE BUSINESS DATE FOR EVERY POSITION,
      *    AND A ZIG-ZAG OR STRAIGHT MOVEMENT PATTERN PICKED BY THE
      *    SEED'S FIRST DRAW.
       SET-UP-DAILY-CHALLENGE.
           CALL "BUSINESS-DATE" USING WS-CHALLENGE-DATE
           MOVE WS-CHALLENGE-DATE TO WS-RANDOM-SEED
           MOVE 2 TO WS-DIFFICULTY
           MOVE 1 TO WS-GAME-BOMB-COUNT
           MOVE 100000 TO WS-GAME-FRAME-DELAY
           PERFORM NEXT-RANDOM-NUMBER
           IF FUNCTION MOD(WS-RANDOM-SEED, 2) = 0
               MOVE "Y" TO WS-OBJECTS-MOVE-ZIG-ZAG
           ELSE
               MOVE "N" TO WS-OBJECTS-MOVE-ZIG-ZAG
           END-IF
           DISPLAY "DAILY CHALLENGE FOR BUSINESS DATE "
               WS-CHALLENGE-DATE

           IF WS-CUSTOMER-LINKED = "Y"
               PERFORM CLAIM-CHALLENGE-ATTEMPT
           ELSE
               DISPLAY "PRACTICE MODE - THIS CHALLENGE RUN IS NOT "
                   "RANKED"
           END-IF
           .

      *    THE FIRST CHALLENGE RUN OF THE DAY IS THE RANKED ONE. ITS
      *    ROW GOES ON FILE BEFORE PLAY STARTS SO QUITTING OR
      *    DROPPING OUT CANNOT BUY A SECOND TRY; ANY LATER RUN THAT
      *    DAY IS PLAYED UNRANKED.
       CLAIM-CHALLENGE-ATTEMPT.
           OPEN I-O DAILY-CHALLENGE-FILE
           IF WS-DAILY-CHALLENGE-STATUS = "35"
               OPEN OUTPUT DAILY-CHALLENGE-FILE
               CLOSE DAILY-CHALLENGE-FILE
               OPEN I-O DAILY-CHALLENGE-FILE
           END-IF
           IF WS-DAILY-CHALLENGE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN DAILY CHALLENGE FILE - "
                   "STATUS: " WS-DAILY-CHALLENGE-STATUS
                   " - THIS RUN IS NOT RANKED ***"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHALLENGE-DATE TO DCH-DATE
           MOVE WS-LINK-CUSTOMER-ID TO DCH-CUSTOMER-ID
           READ DAILY-CHALLENGE-FILE
               NOT INVALID KEY
                   DISPLAY "YOU HAVE ALREADY PLAYED TODAY'S CHALLENGE "
                       "(SCORE " DCH-POINTS ") - THIS RUN IS NOT "
                       "RANKED"
                   CLOSE DAILY-CHALLENGE-FILE
                   EXIT PARAGRAPH
           END-READ

           PERFORM FIND-CHALLENGE-STREAK
           MOVE WS-CHALLENGE-DATE TO DCH-DATE
           MOVE WS-LINK-CUSTOMER-ID TO DCH-CUSTOMER-ID
           MOVE 0 TO DCH-POINTS
           MOVE 0 TO DCH-FRAMES
           MOVE WS-CHALLENGE-STREAK TO DCH-STREAK
           MOVE "S" TO DCH-STATUS
           WRITE DAILY-CHALLENGE-RECORD
           IF WS-DAILY-CHALLENGE-STATUS = "00"
               MOVE "Y" TO WS-CHALLENGE-RANKED
               DISPLAY "RANKED ATTEMPT - CHALLENGE STREAK: "
                   WS-CHALLENGE-STREAK " DAY(S)"
           ELSE
               DISPLAY "*** COULD NOT RECORD CHALLENGE ATTEMPT - "
                   "STATUS: " WS-DAILY-CHALLENGE-STATUS
                   " - THIS RUN IS NOT RANKED ***"
           END-IF
           CLOSE DAILY-CHALLENGE-FILE
           .

      *    THE STREAK COUNTS BUSINESS DAYS, SO A WEEKEND OR HOLIDAY
      *    WITH NO CHALLENGE DOES NOT BREAK IT: STEP BACK TO THE
      *    PREVIOUS BUSINESS DAY AND CARRY ITS STREAK ON BY ONE.
       FIND-CHALLENGE-STREAK.
           MOVE 1 TO WS-CHALLENGE-STREAK
           MOVE WS-CHALLENGE-DATE TO WS-BDC-DATE
           MOVE 0 TO WS-BDC-TRIES
           MOVE "N" TO WS-BDC-IS-BUSINESS-DAY
           PERFORM UNTIL WS-BDC-IS-BUSINESS-DAY = "Y"
                   OR WS-BDC-TRIES >= 10
               COMPUTE WS-BDC-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-BDC-DATE) - 1)
               ADD 1 TO WS-BDC-TRIES
               CALL "BUSINESS-DAY-CHECK" USING WS-BDC-DATE
                   WS-BDC-VALID WS-BDC-IS-BUSINESS-DAY
           END-PERFORM
           MOVE WS-BDC-DATE TO DCH-DATE
           MOVE WS-LINK-CUSTOMER-ID TO DCH-CUSTOMER-ID
           READ DAILY-CHALLENGE-FILE
               NOT INVALID KEY
                   COMPUTE WS-CHALLENGE-STREAK = DCH-STREAK + 1
           END-READ
           .

      *    A NORMAL SESSION'S SEED COMES FROM THE DATE AND TIME PLAY
      *    STARTED - NEVER ZERO, AND KEPT IN THE SESSION LOG SO THE
      *    LAYOUT CAN BE DRAWN AGAIN.
       SEED-FROM-CLOCK.
           COMPUTE WS-RANDOM-WORK =
               WS-SESSION-DATE * 100000000 + WS-SESSION-TIME
           COMPUTE WS-RANDOM-SEED =
               FUNCTION MOD(WS-RANDOM-WORK, 2147483646) + 1
           .

       OPEN-MOVE-LOG.
           OPEN I-O GAME-MOVE-FILE
           IF WS-MOVE-STATUS = "35"
               OPEN OUTPUT GAME-MOVE-FILE
               CLOSE GAME-MOVE-FILE
               OPEN I-O GAME-MOVE-FILE
           END-IF
           IF WS-MOVE-STATUS = "00"
               MOVE "Y" TO WS-MOVE-LOG-OPEN
           ELSE
               DISPLAY "*** COULD NOT OPEN THE MOVE LOG - STATUS: "
                   WS-MOVE-STATUS " - THIS SESSION CANNOT BE "
                   "REPLAYED ***"
           END-IF
           .

      *    ONE CHARACTER PER FRAME, TAKEN STRAIGHT AFTER THE KEYSTROKE
      *    IS READ - ANY KEY THAT IS NOT A MOVE OR QUIT IS A "."
       RECORD-MOVE.
           IF WS-CUSTOMER-LINKED NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MOVE-COUNT
           ADD 1 TO WS-MOVES-IN-BLOCK
           EVALUATE TRUE
               WHEN MOVE-LEFT
                   MOVE "A" TO WS-MOVE-BUFFER(WS-MOVES-IN-BLOCK:1)
               WHEN MOVE-RIGHT
                   MOVE "D" TO WS-MOVE-BUFFER(WS-MOVES-IN-BLOCK:1)
               WHEN MOVE-UP
                   MOVE "W" TO WS-MOVE-BUFFER(WS-MOVES-IN-BLOCK:1)
               WHEN MOVE-DOWN
                   MOVE "S" TO WS-MOVE-BUFFER(WS-MOVES-IN-BLOCK:1)
               WHEN EXIT-COMMAND
                   MOVE "X" TO WS-MOVE-BUFFER(WS-MOVES-IN-BLOCK:1)
               WHEN OTHER
                   MOVE "." TO WS-MOVE-BUFFER(WS-MOVES-IN-BLOCK:1)
           END-EVALUATE
           IF WS-MOVES-IN-BLOCK >= 500
               PERFORM WRITE-MOVE-BLOCK
           END-IF
           .

      *    A FAILED WRITE CLOSES THE LOG - THE BLOCKS ON FILE THEN
      *    FALL SHORT OF THE SESSION'S MOVE COUNT AND THE REPLAY
      *    REPORTS THE SESSION AS INCOMPLETE.
       WRITE-MOVE-BLOCK.
           IF WS-MOVES-IN-BLOCK = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-MOVE-LOG-OPEN = "Y"
               ADD 1 TO WS-MOVE-BLOCKS
               MOVE WS-LINK-CUSTOMER-ID TO GM-CUSTOMER-ID
               MOVE WS-SESSION-DATE TO GM-PLAY-DATE
               MOVE WS-SESSION-TIME TO GM-PLAY-TIME
               MOVE WS-MOVE-BLOCKS TO GM-BLOCK
               MOVE WS-MOVES-IN-BLOCK TO GM-COMMAND-COUNT
               MOVE WS-MOVE-BUFFER TO GM-COMMANDS
               WRITE GAME-MOVE-RECORD
               IF WS-MOVE-STATUS NOT = "00"
                   DISPLAY "*** MOVE LOG WRITE FAILED - STATUS: "
                       WS-MOVE-STATUS " ***"
                   CLOSE GAME-MOVE-FILE
                   MOVE "N" TO WS-MOVE-LOG-OPEN
               END-IF
           END-IF
           MOVE SPACES TO WS-MOVE-BUFFER
           MOVE 0 TO WS-MOVES-IN-BLOCK
           .

      *    THE SESSION ROW CARRIES WHAT WAS PAID OUT ON THE SCORE. A
      *    SESSION THAT CREDITED A LOYALTY REWARD OR SET A TOURNAMENT
      *    BEST IS LEFT PENDING FOR THE NIGHTLY REPLAY CHECK.
       WRITE-SESSION-LOG.
           PERFORM WRITE-MOVE-BLOCK
           IF WS-MOVE-LOG-OPEN = "Y"
               CLOSE GAME-MOVE-FILE
               MOVE "N" TO WS-MOVE-LOG-OPEN
           END-IF
           OPEN I-O GAME-SESSION-FILE
           IF WS-SESSION-STATUS = "35"
               OPEN OUTPUT GAME-SESSION-FILE
               CLOSE GAME-SESSION-FILE
               OPEN I-O GAME-SESSION-FILE
           END-IF
           IF WS-SESSION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE SESSION LOG - STATUS: "
                   WS-SESSION-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE GAME-SESSION-RECORD
           MOVE WS-LINK-CUSTOMER-ID TO GS-CUSTOMER-ID
           MOVE WS-SESSION-DATE TO GS-PLAY-DATE
           MOVE WS-SESSION-TIME TO GS-PLAY-TIME
           MOVE WS-GAME-MODE TO GS-GAME-MODE
           MOVE WS-SESSION-SEED TO GS-SEED
           MOVE WS-DIFFICULTY TO GS-DIFFICULTY
           MOVE WS-GAME-BOMB-COUNT TO GS-BOMB-COUNT
           MOVE WS-OBJECTS-MOVE-ZIG-ZAG TO GS-ZIG-ZAG
           MOVE WS-GAME-FRAMES TO GS-FRAMES
           MOVE WS-GAME-POINTS TO GS-POINTS
           MOVE WS-MOVE-COUNT TO GS-MOVE-COUNT
           MOVE WS-MOVE-BLOCKS TO GS-MOVE-BLOCKS
           MOVE WS-SESSION-REWARD-ACCOUNT TO GS-REWARD-ACCOUNT
           MOVE WS-SESSION-REWARD-AMOUNT TO GS-REWARD-AMOUNT
           MOVE WS-SESSION-TRN-COUNT TO GS-TOURNAMENT-COUNT
           PERFORM VARYING WS-SESSION-TRN-IDX FROM 1 BY 1
                   UNTIL WS-SESSION-TRN-IDX > WS-SESSION-TRN-COUNT
               MOVE WS-SESSION-TRN-ID(WS-SESSION-TRN-IDX)
                   TO GS-TOURNAMENT-ID(WS-SESSION-TRN-IDX)
           END-PERFORM
           IF GS-REWARD-AMOUNT > 0 OR GS-TOURNAMENT-COUNT > 0
               MOVE "P" TO GS-VERIFY-STATUS
           ELSE
               MOVE "N" TO GS-VERIFY-STATUS
           END-IF
           WRITE GAME-SESSION-RECORD
           IF WS-SESSION-STATUS NOT = "00"
               DISPLAY "*** SESSION LOG WRITE FAILED - STATUS: "
                   WS-SESSION-STATUS " ***"
           END-IF
           CLOSE GAME-SESSION-FILE
           .

      *    THE RANKED ATTEMPT'S ROW WAS CLAIMED AT THE START - FILL IN
      *    THE SCORE AND MARK IT FINISHED.
       RECORD-CHALLENGE-RESULT.
           OPEN I-O DAILY-CHALLENGE-FILE
           IF WS-DAILY-CHALLENGE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN DAILY CHALLENGE FILE - "
                   "STATUS: " WS-DAILY-CHALLENGE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHALLENGE-DATE TO DCH-DATE
           MOVE WS-LINK-CUSTOMER-ID TO DCH-CUSTOMER-ID
           READ DAILY-CHALLENGE-FILE
               INVALID KEY
                   DISPLAY "*** DAILY CHALLENGE ATTEMPT NOT FOUND ***"
               NOT INVALID KEY
                   MOVE WS-GAME-POINTS TO DCH-POINTS
                   MOVE WS-GAME-FRAMES TO DCH-FRAMES
                   MOVE "F" TO DCH-STATUS
                   REWRITE DAILY-CHALLENGE-RECORD
                   DISPLAY "DAILY CHALLENGE SCORE RECORDED: "
                       DCH-POINTS " - STREAK " DCH-STREAK " DAY(S)"
           END-READ
           CLOSE DAILY-CHALLENGE-FILE
           .

      *    PERSISTS A NEW HIGH SCORE AND CREDITS THE LOYALTY REWARD
      *    FOR A LINKED CUSTOMER. PRACTICE-MODE SESSIONS (NO LINKED
      *    CUSTOMER) LEAVE NO TRACE, AS INTENDED.
       END-OF-GAME.
           IF WS-CHALLENGE-RANKED = "Y"
               PERFORM RECORD-CHALLENGE-RESULT
           END-IF
           IF WS-CUSTOMER-LINKED = "Y"
               PERFORM WRITE-PLAY-HISTORY
               PERFORM SAVE-HIGH-SCORE
               PERFORM UPDATE-TOURNAMENT-SCORES
               PERFORM REWARD-LOYALTY-POINTS
               PERFORM WRITE-SESSION-LOG
           END-IF
           .

                   IF WS-GAME-POINTS > TSC-BEST-SCORE
                       MOVE WS-GAME-POINTS TO TSC-BEST-SCORE
                       REWRITE TOURNAMENT-SCORE-RECORD
                       IF WS-SESSION-TRN-COUNT < 5
                           ADD 1 TO WS-SESSION-TRN-COUNT
                           MOVE TRN-ID TO
                               WS-SESSION-TRN-ID(WS-SESSION-TRN-COUNT)
                       END-IF
                       DISPLAY "NEW TOURNAMENT BEST FOR "
                           FUNCTION TRIM(TRN-NAME) ": "
                           TSC-BEST-SCORE
                   ADD WS-LOYALTY-REWARD TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
                   IF WS-ACCOUNT-STATUS = "00"
                       MOVE ACCOUNT-NUMBER TO WS-SESSION-REWARD-ACCOUNT
                       MOVE WS-LOYALTY-REWARD
                           TO WS-SESSION-REWARD-AMOUNT
                       PERFORM WRITE-LOYALTY-TRANSACTION
                       DISPLAY "LOYALTY REWARD CREDITED TO ACCOUNT "
                           ACCOUNT-NUMBER ": $" WS-LOYALTY-REWARD
           CALL "getchar_nonblock" RETURNING WS-COMMAND
           .

      *    OBJECT POSITIONS COME FROM A SEEDED GENERATOR RATHER THAN
      *    THE C RANDOM ROUTINES, SO A SESSION CAN BE PLAYED AGAIN
      *    FROM ITS SEED. THE NEXT TWO DRAWS GIVE A COLUMN IN THE
      *    RIGHT HALF OF THE SCREEN AND A ROW FROM 2 TO THE SCREEN
      *    HEIGHT. GAME-SCORE-VERIFY DRAWS THE SAME WAY.
       GET-RANDOM-POINT.
           PERFORM NEXT-RANDOM-NUMBER
           COMPUTE WS-RANDOM-X = WS-SCREEN-WIDTH / 2 + 1
               + FUNCTION MOD(WS-RANDOM-SEED, WS-SCREEN-WIDTH / 2)
           PERFORM NEXT-RANDOM-NUMBER
           COMPUTE WS-RANDOM-Y = 2
               + FUNCTION MOD(WS-RANDOM-SEED, WS-SCREEN-HEIGHT - 1)
           .

      *    MINIMAL-STANDARD MULTIPLICATIVE GENERATOR (SEED * 16807
      *    MODULO 2**31 - 1) - THE SAME SEED ALWAYS GIVES THE SAME
      *    SEQUENCE, AND A NON-ZERO SEED NEVER REACHES ZERO.
       NEXT-RANDOM-NUMBER.
           COMPUTE WS-RANDOM-WORK = WS-RANDOM-SEED * 16807
           COMPUTE WS-RANDOM-SEED =
               FUNCTION MOD(WS-RANDOM-WORK, 2147483647)
           .

       CLEAR-SCREEN.
