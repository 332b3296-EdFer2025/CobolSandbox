      *================================================================
      *    SHARED GAME MOVE LOG LAYOUT
      *    03_GAME/game_moves.dat, INDEXED ON THE SESSION KEY OF
      *    GAME-SESSION-RECORD.cpy PLUS A BLOCK NUMBER. THE SESSION'S
      *    KEYSTROKES, ONE CHARACTER PER FRAME IN PLAY ORDER, 500 TO
      *    A BLOCK: "A" "D" "W" "S" = MOVE LEFT, RIGHT, UP, DOWN,
      *    "X" = QUIT, "." = NO MOVE THAT FRAME. WRITTEN BY GAME
      *    (03_GAME/01_main.cob) AS PLAY GOES ON; READ BACK BY
      *    GAME-SCORE-VERIFY (03_GAME/06_score_verify.cob).
      *================================================================
       01 GAME-MOVE-RECORD.
           05 GM-KEY.
               10 GM-CUSTOMER-ID PIC 9(5).
               10 GM-PLAY-DATE PIC 9(8).
               10 GM-PLAY-TIME PIC 9(8).
               10 GM-BLOCK PIC 9(5).
           05 GM-COMMAND-COUNT PIC 9(3) VALUE 0.
           05 GM-COMMANDS PIC X(500) VALUE SPACES.
