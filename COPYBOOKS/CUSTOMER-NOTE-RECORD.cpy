      *================================================================
      *    SHARED CUSTOMER INTERACTION NOTE RECORD LAYOUT
      *    ONE ROW PER CONVERSATION WORTH REMEMBERING - "ASKED ABOUT
      *    A LOAN", "WARNED ABOUT A SCAM CALL", "WANTS STATEMENTS BY
      *    EMAIL". APPEND-ONLY: A NOTE IS NEVER CHANGED OR REMOVED
      *    AT THE COUNTER; A CORRECTION IS A NEW NOTE. ADDED AND
      *    BROWSED IN CUSTOMER-DB (01_EXAMPLES/04_files.cob), THE
      *    LATEST SHOWN AT THE TOP OF BANKING'S RELATIONSHIP VIEW,
      *    CARRIED TO THE SURVIVOR BY CUSTOMER-MERGE AND ARCHIVED
      *    WITH THE CUSTOMER BY OFFBOARDING.
      *================================================================
       01 CUSTOMER-NOTE-RECORD.
           05 CNOTE-KEY.
               10 CNOTE-CUSTOMER-ID PIC 9(5).
      *        99999999999999 LESS DATE AND TIME AS YYYYMMDDHHMMSS,
      *        SO A FORWARD READ OF ONE CUSTOMER'S NOTES GIVES THE
      *        NEWEST FIRST. TWO NOTES IN THE SAME SECOND TAKE THE
      *        NEXT FREE STAMP DOWN.
               10 CNOTE-INVERSE-STAMP PIC 9(14).
           05 CNOTE-DATE PIC 9(8).
      *    WALL-CLOCK HHMMSS
           05 CNOTE-TIME PIC 9(6).
           05 CNOTE-TELLER-ID PIC X(10).
      *    THE BRANCH OF THE TERMINAL THE NOTE WAS TAKEN AT - SPACES
      *    WHEN THE TERMINAL IS NOT ON THE TERMINAL MASTER
           05 CNOTE-BRANCH PIC X(3) VALUE SPACES.
      *    CNOTE-CATEGORY: "E" = ENQUIRY (PRODUCT OR RATE),
      *    "W" = WARNING GIVEN (FRAUD, SCAM), "P" = PREFERENCE OR
      *    STANDING INSTRUCTION, "S" = SERVICE ISSUE, "C" = COMPLAINT
      *    (THE COMPLAINT ITSELF GOES ON THE COMPLAINT REGISTER),
      *    "G" = GENERAL
           05 CNOTE-CATEGORY PIC X.
           05 CNOTE-TEXT PIC X(70).
      *    THE DUPLICATE CUSTOMER THE NOTE WAS TAKEN UNDER, WHEN
      *    CUSTOMER-MERGE CARRIED IT ACROSS - ZERO OTHERWISE
           05 CNOTE-MERGED-FROM PIC 9(5) VALUE 0.
