      *================================================================
      *    SHARED SENSITIVE-PARTY FLAG RECORD LAYOUT
      *    ONE ROW PER ACCOUNT OR CUSTOMER WHOSE RECORDS ARE NOT TO BE
      *    BROWSED OUT OF CURIOSITY - A PUBLIC FIGURE, A BOARD MEMBER,
      *    A MEMBER OF STAFF. EVERY INQUIRY SCREEN THAT SHOWS ONE
      *    CALLS SENSITIVE-ACCESS-LOG (02_BANKING/153_sensitive_
      *    access_log.cob), WHICH WRITES AN ACCESS ROW
      *    (SENSITIVE-ACCESS-RECORD.cpy) FOR THE DAILY COMPLIANCE
      *    REPORT. A FLAGGED CUSTOMER MAKES EVERY ACCOUNT THEY OWN OR
      *    HOLD JOINTLY SENSITIVE. THE ACCOUNTS OF ACTIVE STAFF
      *    (TELLER-CUSTOMER-ID) ARE TREATED AS SENSITIVE WITHOUT A
      *    ROW. MAINTAINED BY SENSITIVE-MAINTENANCE
      *    (02_BANKING/154_sensitive_maintenance.cob).
      *================================================================
       01 SENSITIVE-RECORD.
           05 SNS-KEY.
      *        SNS-KIND: "A" = ACCOUNT (SNS-ID IS THE ACCOUNT NUMBER),
      *        "C" = CUSTOMER (SNS-ID IS THE CUSTOMER-ID)
               10 SNS-KIND PIC X.
               10 SNS-ID PIC 9(9).
      *    SNS-REASON: "PF" = PUBLIC FIGURE, "BM" = BOARD MEMBER OR
      *    DIRECTOR, "ST" = STAFF, "VP" = PRIVATE-BANKING CLIENT,
      *    "OT" = OTHER (NOTE REQUIRED)
           05 SNS-REASON PIC X(2).
           05 SNS-NOTE PIC X(30) VALUE SPACES.
      *    "Y" WHILE THE FLAG APPLIES - CLEARING KEEPS THE ROW SO THE
      *    HISTORY OF WHO FLAGGED AND CLEARED IT SURVIVES
           05 SNS-ACTIVE PIC X VALUE "Y".
           05 SNS-FLAGGED-BY PIC X(10) VALUE SPACES.
           05 SNS-FLAGGED-DATE PIC 9(8) VALUE 0.
           05 SNS-CLEARED-BY PIC X(10) VALUE SPACES.
           05 SNS-CLEARED-DATE PIC 9(8) VALUE 0.
