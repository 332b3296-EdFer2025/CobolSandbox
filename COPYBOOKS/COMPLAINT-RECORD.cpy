      *================================================================
      *    SHARED CUSTOMER COMPLAINT RECORD LAYOUT
      *    ONE ROW PER COMPLAINT ABOUT FEES, SERVICE, STAFF OR ANY
      *    OTHER MATTER, TIED TO THE CUSTOMER AND, WHERE IT CONCERNS
      *    ONE, TO AN ACCOUNT AND A POSTING. MONEY DISPUTES OVER A
      *    POSTING STILL GO TO THE DISPUTE CLAIMS FILE
      *    (CLAIM-RECORD.cpy); THIS IS THE REGISTER OF EVERYTHING
      *    THE CUSTOMER IS UNHAPPY ABOUT. THE ACKNOWLEDGEMENT AND
      *    RESOLUTION DEADLINES ARE SET AT CAPTURE FROM THE
      *    COMPLAINT-ACK-DAYS AND COMPLAINT-DUE-DAYS PARAMETERS.
      *    CAPTURED AND WORKED IN COMPLAINT-REGISTER
      *    (02_BANKING/160_complaint_register.cob), WATCHED NIGHTLY
      *    BY COMPLAINT-OVERDUE-REPORT
      *    (02_BANKING/161_complaint_overdue_report.cob) AND COUNTED
      *    FOR THE REGULATOR BY COMPLAINT-QUARTERLY-REPORT
      *    (02_BANKING/162_complaint_quarterly_report.cob).
      *================================================================
       01 COMPLAINT-RECORD.
           05 CMP-ID PIC 9(6).
           05 CMP-CUSTOMER-ID PIC 9(5).
      *    THE ACCOUNT AND POSTING COMPLAINED ABOUT - ZERO WHEN THE
      *    COMPLAINT IS NOT ABOUT ONE
           05 CMP-ACCOUNT PIC 9(9) VALUE 0.
           05 CMP-TRANSACTION-REF PIC 9(10) VALUE 0.
      *    CMP-CATEGORY: "FE" = FEES AND CHARGES, "SV" = SERVICE,
      *    "ST" = STAFF CONDUCT, "AC" = ACCOUNT HANDLING OR ERROR,
      *    "CD" = CARDS AND ATMS, "LN" = LOANS, "DG" = ONLINE AND
      *    DIGITAL, "OT" = OTHER
           05 CMP-CATEGORY PIC X(2).
      *    CMP-CHANNEL: HOW IT REACHED US - "B" = IN BRANCH,
      *    "P" = PHONE, "E" = EMAIL OR ONLINE, "L" = LETTER,
      *    "R" = REFERRED BY THE REGULATOR OR OMBUDSMAN
           05 CMP-CHANNEL PIC X.
           05 CMP-BRANCH PIC X(3) VALUE SPACES.
           05 CMP-DESCRIPTION PIC X(60) VALUE SPACES.
      *    THE TELLER-ID OF THE MEMBER OF STAFF WHO OWNS IT
           05 CMP-OWNER-ID PIC X(10) VALUE SPACES.
           05 CMP-RECEIVED-DATE PIC 9(8) VALUE 0.
           05 CMP-ACK-DUE-DATE PIC 9(8) VALUE 0.
           05 CMP-ACK-DATE PIC 9(8) VALUE 0.
           05 CMP-RESOLVE-DUE-DATE PIC 9(8) VALUE 0.
           05 CMP-RESOLVED-DATE PIC 9(8) VALUE 0.
      *    CMP-STATUS: "O" = OPEN, "A" = ACKNOWLEDGED,
      *    "C" = CLOSED (RESOLVED - SEE CMP-OUTCOME)
           05 CMP-STATUS PIC X VALUE "O".
      *    CMP-OUTCOME, SET AT CLOSE: "U" = UPHELD, "P" = PARTLY
      *    UPHELD, "N" = NOT UPHELD, "W" = WITHDRAWN BY THE CUSTOMER
           05 CMP-OUTCOME PIC X VALUE SPACE.
           05 CMP-RESOLUTION-NOTE PIC X(60) VALUE SPACES.
      *    ANY GOODWILL REFUND, POSTED AS A TYPE "F" FEE REVERSAL
      *    FROM FEE INCOME TO CMP-GOODWILL-ACCOUNT
           05 CMP-GOODWILL-AMOUNT PIC 9(7)V99 VALUE 0.
           05 CMP-GOODWILL-ACCOUNT PIC 9(9) VALUE 0.
           05 CMP-GOODWILL-REF PIC 9(10) VALUE 0.
           05 CMP-ENTERED-BY PIC X(10) VALUE SPACES.
           05 CMP-UPDATED-BY PIC X(10) VALUE SPACES.
           05 CMP-UPDATED-DATE PIC 9(8) VALUE 0.
