      *================================================================
      *    SHARED CHANGE-IN-TERMS NOTICE RECORD LAYOUT
      *    WHEN PARAMETER-APPROVAL APPROVES A CHANGE TO A PRODUCT'S
      *    RATE OR FEE (A PARAMETER NAMED BASE + "-" + THE PRODUCT'S
      *    PROD-PARAM-SUFFIX, SEE PRODUCT-RECORD.cpy), TERMS-CHANGE-
      *    NOTICES (02_BANKING/172_terms_change_notices.cob) WRITES
      *    ONE HEADER ROW FOR THE CHANGE (TN-ACCOUNT ZERO) AND ONE
      *    ROW PER ACCOUNT HOLDING AN AFFECTED PRODUCT, RECORDING
      *    WHEN ITS HOLDER WAS SENT NOTICE AND HOW FAR AHEAD OF THE
      *    EFFECTIVE DATE THAT WAS. THE SAME PROGRAM'S CONTROL REPORT
      *    READS THE ROWS BACK.
      *================================================================
       01 TERMS-NOTICE-RECORD.
           05 TN-KEY.
      *        THE PENDING-CHANGE ID (PPD-ID) THAT WAS APPROVED
               10 TN-CHANGE-ID PIC 9(5).
               10 TN-ACCOUNT PIC 9(9).
           05 TN-CUSTOMER-ID PIC 9(5) VALUE 0.
           05 TN-PARAM-NAME PIC X(20).
           05 TN-TIER-FLOOR PIC 9(7)V99 VALUE 0.
      *    THE VALUE IN FORCE THE DAY BEFORE THE CHANGE - THE
      *    PRODUCT'S OWN ROW, ELSE THE GLOBAL ROW IT FELL BACK TO.
      *    TN-OLD-FOUND "N" WHEN NEITHER WAS ON FILE.
           05 TN-OLD-VALUE PIC S9(7)V9(4) VALUE 0.
           05 TN-OLD-FOUND PIC X VALUE "N".
           05 TN-NEW-VALUE PIC S9(7)V9(4) VALUE 0.
           05 TN-EFFECTIVE-DATE PIC 9(8) VALUE 0.
           05 TN-APPROVED-DATE PIC 9(8) VALUE 0.
           05 TN-NOTICE-DATE PIC 9(8) VALUE 0.
      *    DAYS FROM THE NOTICE TO THE EFFECTIVE DATE, AND "Y" WHEN
      *    THAT IS SHORT OF THE TERMS-NOTICE-DAYS PARAMETER
           05 TN-LEAD-DAYS PIC S9(5) VALUE 0.
           05 TN-LATE PIC X VALUE "N".
      *    ACCOUNT ROWS: THE OUTBOX STATUS THE NOTICE WAS WRITTEN
      *    WITH - "P" = PENDING DISPATCH, "H" = HELD FOR RETURNED
      *    MAIL, SPACE = THE OUTBOX WRITE FAILED
           05 TN-DELIVERY PIC X VALUE SPACE.
      *    HEADER ROW: HOW MANY ACCOUNTS AND CUSTOMERS WERE NOTIFIED
           05 TN-ACCOUNT-COUNT PIC 9(5) VALUE 0.
           05 TN-CUSTOMER-COUNT PIC 9(5) VALUE 0.
