      *================================================================
      *    SHARED GAME SESSION LOG LAYOUT
      *    03_GAME/game_sessions.dat, INDEXED ON CUSTOMER AND THE
      *    DATE AND TIME PLAY STARTED. ONE ROW PER FINISHED SESSION OF
      *    A LINKED CUSTOMER, WRITTEN BY GAME (03_GAME/01_main.cob)
      *    WITH EVERYTHING NEEDED TO PLAY THE SESSION AGAIN: THE
      *    GENERATOR SEED THE OBJECT POSITIONS WERE DRAWN FROM, THE
      *    DIFFICULTY SETTINGS AND THE MOVEMENT PATTERN. THE
      *    KEYSTROKES THEMSELVES ARE IN game_moves.dat
      *    (GAME-MOVE-RECORD.cpy) UNDER THE SAME KEY.
      *
      *    GAME-SCORE-VERIFY (03_GAME/06_score_verify.cob) REPLAYS
      *    THE SESSION AND COMPARES THE SCORE. THE NIGHTLY RUN TAKES
      *    EVERY PENDING ("P") SESSION - ONE THAT EARNED A LOYALTY
      *    REWARD OR SET A TOURNAMENT BEST - AND HOLDS THE PAYOUT
      *    WHEN THE REPLAYED SCORE DIFFERS.
      *================================================================
       01 GAME-SESSION-RECORD.
           05 GS-KEY.
               10 GS-CUSTOMER-ID PIC 9(5).
               10 GS-PLAY-DATE PIC 9(8).
               10 GS-PLAY-TIME PIC 9(8).
      *    GS-GAME-MODE: "N" = NORMAL, "C" = DAILY CHALLENGE
           05 GS-GAME-MODE PIC X VALUE "N".
      *    GENERATOR STATE AS THE FIRST OBJECT WAS PLACED
           05 GS-SEED PIC 9(10) VALUE 0.
           05 GS-DIFFICULTY PIC 9 VALUE 0.
           05 GS-BOMB-COUNT PIC 9 VALUE 0.
           05 GS-ZIG-ZAG PIC X VALUE "Y".
           05 GS-FRAMES PIC 9(8) VALUE 0.
           05 GS-POINTS PIC 9(8) VALUE 0.
      *    KEYSTROKES RECORDED AND THE game_moves.dat BLOCKS HOLDING
      *    THEM
           05 GS-MOVE-COUNT PIC 9(8) VALUE 0.
           05 GS-MOVE-BLOCKS PIC 9(5) VALUE 0.
      *    LOYALTY REWARD CREDITED FOR THE SESSION, AND WHERE
           05 GS-REWARD-ACCOUNT PIC 9(9) VALUE 0.
           05 GS-REWARD-AMOUNT PIC 9(5)V99 VALUE 0.
      *    TOURNAMENTS WHERE THE SESSION SET THE PLAYER'S BEST SCORE
           05 GS-TOURNAMENT-COUNT PIC 9 VALUE 0.
           05 GS-TOURNAMENT-ID PIC 9(5) OCCURS 5 TIMES.
      *    GS-VERIFY-STATUS: "N" = NOTHING PAID, NOT CHECKED,
      *    "P" = PAYOUT MADE, AWAITING REPLAY, "V" = REPLAY MATCHED,
      *    "H" = REPLAY DID NOT MATCH - PAYOUT HELD, "C" = HELD
      *    SCORE CLEARED ON REVIEW, "F" = HELD SCORE FORFEITED ON
      *    REVIEW (TOURNAMENT'S REVIEW-HELD-SCORE)
           05 GS-VERIFY-STATUS PIC X VALUE "N".
           05 GS-VERIFIED-DATE PIC 9(8) VALUE 0.
           05 GS-REPLAY-POINTS PIC 9(8) VALUE 0.
      *    FUNDS HOLD PLACED ON THE REWARD ACCOUNT, WHEN HELD
           05 GS-HOLD-ID PIC 9(5) VALUE 0.
           05 FILLER PIC X(20).
