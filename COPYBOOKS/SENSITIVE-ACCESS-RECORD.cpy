      *================================================================
      *    SHARED SENSITIVE-ACCESS LOG RECORD LAYOUT
      *    ONE ROW EACH TIME AN INQUIRY SCREEN SHOWS A SENSITIVE
      *    ACCOUNT OR CUSTOMER (SEE SENSITIVE-RECORD.cpy) - WHO LOOKED,
      *    FROM WHICH TERMINAL AND BRANCH, WHEN, AND THROUGH WHICH
      *    SCREEN. THE AUDIT MASTER RECORDS CHANGES; THIS RECORDS
      *    LOOKING. WRITTEN BY SENSITIVE-ACCESS-LOG
      *    (02_BANKING/153_sensitive_access_log.cob), REPORTED DAILY
      *    BY SENSITIVE-ACCESS-REPORT
      *    (02_BANKING/155_sensitive_access_report.cob).
      *================================================================
       01 SENSITIVE-ACCESS-RECORD.
           05 SAX-KEY.
               10 SAX-DATE PIC 9(8).
               10 SAX-TIME PIC 9(8).
               10 SAX-TERMINAL-ID PIC X(10).
      *        BREAKS A TIE WHEN ONE TERMINAL LOGS TWICE IN THE SAME
      *        HUNDREDTH OF A SECOND (AN ACCOUNT AND ITS OWNER)
               10 SAX-SEQ PIC 9(2).
           05 SAX-TELLER-ID PIC X(10).
      *    THE SCREEN OR PROGRAM THE RECORD WAS VIEWED THROUGH
           05 SAX-SCREEN PIC X(20).
      *    ZERO WHEN A CUSTOMER WAS VIEWED RATHER THAN AN ACCOUNT
           05 SAX-ACCOUNT PIC 9(9).
           05 SAX-CUSTOMER-ID PIC 9(5).
      *    WHY IT IS SENSITIVE - THE FLAG'S SNS-REASON
           05 SAX-REASON PIC X(2).
      *    THE ACCOUNT'S HOME BRANCH (ACCOUNT-BRANCH) AND THE BRANCH
      *    OF THE TERMINAL IT WAS VIEWED FROM - SPACES WHEN UNKNOWN
           05 SAX-ACCOUNT-BRANCH PIC X(3).
           05 SAX-ACCESS-BRANCH PIC X(3).
