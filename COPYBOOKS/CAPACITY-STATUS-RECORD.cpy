      *================================================================
      *    KEY-SPACE AND FIELD-CAPACITY STATUS RECORD
      *    ONE LINE REWRITTEN BY CAPACITY-MONITOR
      *    (02_BANKING/184_capacity_monitor.cob) AT THE END OF EACH
      *    WEEKLY RUN, SUMMING UP WHAT IT FOUND SO DAILY-DASHBOARD
      *    (02_BANKING/50_daily_dashboard.cob) CAN CARRY IT ON THE
      *    MORNING REPORT WITHOUT RE-READING THE FILES.
      *
      *    CAPS-ITEMS-FLAGGED  ITEMS FORECAST TO RUN OUT INSIDE THE
      *                        WARNING HORIZON, OR ALREADY PAST THE
      *                        WARNING PERCENTAGE OF THEIR LIMIT
      *                        (INCLUDES THE FULL ONES)
      *    CAPS-ITEMS-FULL     ITEMS ALREADY AT THEIR PICTURE LIMIT
      *    CAPS-FIRST-ITEM     THE ITEM WITH THE EARLIEST FORECAST
      *                        EXHAUSTION DATE (SPACES, DATE ZERO
      *                        WHEN NOTHING IS GROWING)
      *    CAPS-HIGH-ITEM      THE ITEM CLOSEST TO ITS LIMIT
      *================================================================
       01 CAPACITY-STATUS-RECORD.
           05 CAPS-RUN-DATE PIC 9(8).
           05 CAPS-WARN-DAYS PIC 9(5).
           05 CAPS-ITEMS-CHECKED PIC 9(3).
           05 CAPS-ITEMS-FLAGGED PIC 9(3).
           05 CAPS-ITEMS-FULL PIC 9(3).
           05 CAPS-FIRST-ITEM PIC X(30).
           05 CAPS-FIRST-DATE PIC 9(8).
           05 CAPS-HIGH-ITEM PIC X(30).
           05 CAPS-HIGH-PERCENT PIC 9(3)V9.
