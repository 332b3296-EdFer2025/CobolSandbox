      *================================================================
      *    SHARED MARKETING CAMPAIGN DEFINITION RECORD LAYOUT
      *    ONE ROW PER NAMED CROSS-SELL CAMPAIGN IN
      *    02_BANKING/campaigns.dat, KEPT BY CAMPAIGN-MAINTENANCE
      *    (02_BANKING/174_campaign_maintenance.cob). THE CRITERIA
      *    ARE OVER DATA ALREADY HELD - PRODUCTS, BALANCES, BRANCH,
      *    AGE, TERM MATURITIES AND LOANS. A BLANK OR ZERO CRITERION
      *    IS NOT APPLIED. CAMPAIGN-LIST (02_BANKING/175_campaign_
      *    list.cob) BUILDS THE TARGET LIST OF EVERY CAMPAIGN WITH
      *    CPN-RUN-REQUESTED "Y" AND KEEPS IT IN
      *    CAMPAIGN-TARGET-RECORD.cpy FOR RESPONSE MATCHING.
      *================================================================
       01 CAMPAIGN-RECORD.
           05 CPN-ID PIC X(8).
           05 CPN-DESCRIPTION PIC X(40) VALUE SPACES.
      *    CPN-STATUS: "A" = ACTIVE, "X" = RETIRED (LISTS ALREADY
      *    TAKEN ARE KEPT AND STILL MATCHED)
           05 CPN-STATUS PIC X VALUE "A".
           05 CPN-CREATED-BY PIC X(10) VALUE SPACES.
           05 CPN-CREATED-DATE PIC 9(8) VALUE 0.
      *    WHAT THE CUSTOMER MUST ALREADY HOLD - AN OPEN ACCOUNT OF
      *    THIS ACCOUNT-TYPE (C/S/T) AND/OR ACCOUNT-PRODUCT-CODE,
      *    AT THIS ACCOUNT-BRANCH. THE BALANCE BAND APPLIES TO THE
      *    SUM OF THE HELD ACCOUNTS THAT MATCH; A ZERO MAXIMUM MEANS
      *    NO UPPER LIMIT.
           05 CPN-HOLD-TYPE PIC X VALUE SPACE.
           05 CPN-HOLD-PRODUCT PIC X(4) VALUE SPACES.
           05 CPN-BRANCH PIC X(3) VALUE SPACES.
           05 CPN-BALANCE-MIN PIC 9(9)V99 VALUE 0.
           05 CPN-BALANCE-MAX PIC 9(9)V99 VALUE 0.
      *    WHAT THE CUSTOMER MUST NOT HOLD - NO OPEN ACCOUNT OF THIS
      *    TYPE AND/OR PRODUCT (THE PRODUCT BEING SOLD)
           05 CPN-LACK-TYPE PIC X VALUE SPACE.
           05 CPN-LACK-PRODUCT PIC X(4) VALUE SPACES.
      *    AGE IN WHOLE YEARS FROM CUSTOMER-BIRTH-DATE. A CUSTOMER
      *    WITH NO BIRTH DATE ON FILE FAILS ANY AGE LIMIT.
           05 CPN-AGE-MIN PIC 9(3) VALUE 0.
           05 CPN-AGE-MAX PIC 9(3) VALUE 0.
      *    A RUNNING TERM DEPOSIT MATURING BETWEEN THESE MANY DAYS
      *    FROM THE LIST DATE (BOTH ZERO = NOT APPLIED)
           05 CPN-MATURE-FROM-DAYS PIC 9(3) VALUE 0.
           05 CPN-MATURE-TO-DAYS PIC 9(3) VALUE 0.
      *    CPN-LOAN-RULE: SPACE = NOT APPLIED, "Y" = MUST HAVE A
      *    RUNNING LOAN, "N" = MUST HAVE NONE
           05 CPN-LOAN-RULE PIC X VALUE SPACE.
      *    AN ACCOUNT OPENED BY A TARGET WITHIN THIS MANY DAYS OF
      *    THE LIST DATE COUNTS AS A RESPONSE
           05 CPN-RESPONSE-DAYS PIC 9(3) VALUE 90.
           05 CPN-RUN-REQUESTED PIC X VALUE "N".
           05 CPN-LAST-RUN-DATE PIC 9(8) VALUE 0.
           05 CPN-LAST-COUNT PIC 9(7) VALUE 0.
