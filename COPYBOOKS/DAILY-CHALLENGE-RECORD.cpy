      *================================================================
      *    SHARED GAME DAILY CHALLENGE RESULT LAYOUT
      *    03_GAME/daily_challenge.dat, INDEXED ON BUSINESS DATE AND
      *    CUSTOMER. ONE ROW PER LINKED CUSTOMER PER BUSINESS DATE -
      *    THE ROW IS WRITTEN WHEN THE RANKED ATTEMPT STARTS, SO AN
      *    ABANDONED RUN STILL USES UP THE DAY'S ONE ATTEMPT, AND
      *    REWRITTEN WITH THE SCORE WHEN THE GAME ENDS. WRITTEN BY
      *    GAME (03_GAME/01_main.cob); RANKED BY
      *    DAILY-CHALLENGE-REPORT (03_GAME/05_daily_ranking.cob).
      *================================================================
       01 DAILY-CHALLENGE-RECORD.
           05 DCH-KEY.
               10 DCH-DATE PIC 9(8).
               10 DCH-CUSTOMER-ID PIC 9(5).
           05 DCH-POINTS PIC 9(8) VALUE 0.
           05 DCH-FRAMES PIC 9(8) VALUE 0.
      *    CONSECUTIVE BUSINESS DAYS PLAYED, THIS ONE INCLUDED -
      *    CARRIED FORWARD FROM THE PREVIOUS BUSINESS DAY'S ROW
           05 DCH-STREAK PIC 9(5) VALUE 0.
      *    DCH-STATUS: "S" = STARTED, NOT FINISHED, "F" = FINISHED
           05 DCH-STATUS PIC X VALUE "S".
           05 FILLER PIC X(20).
