      *================================================================
      *    SHARED TELLER SESSION RECORD LAYOUT
      *    ONE ROW PER BANKING COUNTER SESSION - WRITTEN WHEN THE
      *    TELLER SIGNS ON AND THE SESSION OPENS FOR POSTING, AND
      *    STAMPED WITH THE END TIME WHEN THEY TERMINATE. A SESSION
      *    THAT NEVER REACHED TERMINATE (A CRASH, A CLOSED WINDOW)
      *    KEEPS SES-END-TIME ZERO. READ BY TELLER-ACTIVITY-REPORT
      *    (02_BANKING/159_teller_activity_report.cob) FOR THE
      *    TELLER-HOURS SIGNED ON.
      *================================================================
       01 TELLER-SESSION-RECORD.
           05 SES-KEY.
      *        THE BUSINESS DATE THE SESSION WORKED
               10 SES-DATE PIC 9(8).
               10 SES-TELLER-ID PIC X(10).
      *        WALL-CLOCK HHMMSS AT SIGN-ON
               10 SES-START-TIME PIC 9(6).
           05 SES-TERMINAL-ID PIC X(10).
      *    THE TERMINAL'S BRANCH - SPACES WHEN UNASSIGNED
           05 SES-BRANCH PIC X(3).
      *    WALL-CLOCK HHMMSS AT TERMINATE - ZERO WHILE OPEN
           05 SES-END-TIME PIC 9(6) VALUE 0.
