      *================================================================
      *    SHARED CAMPAIGN TARGET RECORD LAYOUT
      *    ONE ROW PER CUSTOMER PUT ON A CAMPAIGN'S TARGET LIST, IN
      *    02_BANKING/campaign_targets.dat. WRITTEN BY CAMPAIGN-LIST
      *    (02_BANKING/175_campaign_list.cob) WHEN THE LIST IS
      *    BUILT; THE SAME PROGRAM LATER MATCHES RESPONSES - THE
      *    FIRST ACCOUNT THE CUSTOMER OPENS (AN "ADD" ROW ON THE
      *    AUDIT MASTER) BETWEEN THE LIST DATE AND
      *    CTG-RESPONSE-UNTIL. CAMPAIGN-MAINTENANCE SHOWS THE RESULTS.
      *================================================================
       01 CAMPAIGN-TARGET-RECORD.
           05 CTG-KEY.
               10 CTG-CAMPAIGN-ID PIC X(8).
               10 CTG-LIST-DATE PIC 9(8).
               10 CTG-CUSTOMER-ID PIC 9(5).
      *    THE FIRST HELD ACCOUNT THAT QUALIFIED THE CUSTOMER, AND
      *    THE TOTAL BALANCE OF THE MATCHING HELD ACCOUNTS
           05 CTG-ACCOUNT PIC 9(9) VALUE 0.
           05 CTG-BALANCE PIC S9(9)V99 VALUE 0.
           05 CTG-RESPONSE-UNTIL PIC 9(8) VALUE 0.
      *    ZERO UNTIL A RESPONSE IS MATCHED
           05 CTG-RESPONSE-ACCOUNT PIC 9(9) VALUE 0.
           05 CTG-RESPONSE-DATE PIC 9(8) VALUE 0.
           05 CTG-RESPONSE-TYPE PIC X VALUE SPACE.
           05 CTG-RESPONSE-PRODUCT PIC X(4) VALUE SPACES.
