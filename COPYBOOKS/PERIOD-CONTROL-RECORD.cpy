      *================================================================
      *    SHARED ACCOUNTING PERIOD CONTROL RECORD LAYOUT
      *    02_BANKING/period_control.dat, INDEXED ON PCTL-MONTH. ONE
      *    ROW PER MONTH THAT HAS BEEN CLOSED. MONTH-END-CLOSE
      *    (02_BANKING/49_month_end_close.cob) WRITES IT "C" ONCE
      *    THE MONTH'S SUMMARIES ARE COMMITTED; FROM THEN ON NO
      *    POSTING MAY BE DATED INTO THAT MONTH - PERIOD-CHECK
      *    (02_BANKING/190_period_check.cob) SAYS SO, AND THE POSTING
      *    LANDS ON THE BUSINESS DATE AS A PRIOR-PERIOD ADJUSTMENT
      *    (PRIOR-PERIOD-RECORD.cpy) INSTEAD. ONLY A SUPERVISOR CAN
      *    REOPEN A MONTH, IN PERIOD-MAINTENANCE
      *    (02_BANKING/192_period_maintenance.cob), AND EVERY REOPEN
      *    OR RE-CLOSE LEAVES AN AUDIT MASTER ROW. A MONTH WITH NO
      *    ROW HAS NEVER BEEN CLOSED AND IS OPEN.
      *================================================================
       01 PERIOD-CONTROL-RECORD.
      *    THE MONTH, YYYYMM
           05 PCTL-MONTH PIC 9(6).
      *    "C" = CLOSED, "O" = REOPENED BY A SUPERVISOR
           05 PCTL-STATUS PIC X.
           05 PCTL-CLOSED-DATE PIC 9(8).
           05 PCTL-CLOSED-BY PIC X(10).
           05 PCTL-REOPENED-DATE PIC 9(8).
           05 PCTL-REOPENED-BY PIC X(10).
           05 PCTL-REOPEN-REASON PIC X(40).
      *    HOW MANY TIMES THE MONTH HAS BEEN REOPENED
           05 PCTL-REOPEN-COUNT PIC 9(3).
           05 FILLER PIC X(20).
