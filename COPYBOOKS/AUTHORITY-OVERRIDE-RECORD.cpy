      *================================================================
      *    SHARED AUTHORITY OVERRIDE LOG RECORD LAYOUT
      *    ONE ROW EACH TIME A SUPERVISOR LETS A TELLER GO PAST A
      *    CEILING IN THE AUTHORITY MATRIX (AUTHORITY-RECORD.cpy) -
      *    WHO, FOR WHAT, HOW MUCH, AGAINST WHICH CEILING AND WHO
      *    SIGNED IT OFF. WRITTEN BY AUTHORITY-OVERRIDE-LOG
      *    (02_BANKING/157_authority_override_log.cob), REPORTED PER
      *    TELLER EACH MONTH BY AUTHORITY-OVERRIDE-REPORT
      *    (02_BANKING/158_authority_override_report.cob).
      *================================================================
       01 AUTHORITY-OVERRIDE-RECORD.
           05 AOV-KEY.
               10 AOV-DATE PIC 9(8).
               10 AOV-TIME PIC 9(8).
               10 AOV-TELLER-ID PIC X(10).
      *        BREAKS A TIE WHEN ONE TELLER LOGS TWICE IN THE SAME
      *        HUNDREDTH OF A SECOND
               10 AOV-SEQ PIC 9(2).
           05 AOV-SUPERVISOR-ID PIC X(10).
      *    THE ACTIVITY NUMBER AS SUBSCRIPTED IN AUTH-LIMIT
           05 AOV-ACTIVITY PIC 9.
           05 AOV-AMOUNT PIC 9(9)V99.
      *    THE CEILING THAT WAS BREACHED - THE DAILY CASH-OUT ONE
      *    WHEN AOV-DAILY-BREACH IS "Y"
           05 AOV-CEILING PIC 9(9)V99.
           05 AOV-DAILY-BREACH PIC X.
      *    ZERO WHEN THERE IS NO SINGLE CUSTOMER ACCOUNT (FOREIGN
      *    CASH OVER THE COUNTER)
           05 AOV-ACCOUNT PIC 9(9).
           05 AOV-TERMINAL-ID PIC X(10).
      *    THE TERMINAL'S BRANCH - SPACES WHEN UNKNOWN
           05 AOV-BRANCH PIC X(3).
