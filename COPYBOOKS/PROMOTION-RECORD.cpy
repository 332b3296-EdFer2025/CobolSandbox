      *================================================================
      *    SHARED ACCOUNT-OPENING PROMOTION RECORD LAYOUT
      *    ONE ROW PER BONUS PROMOTION IN 02_BANKING/promotions.dat,
      *    KEPT BY PROMOTION-MAINTENANCE (02_BANKING/176_promotion_
      *    maintenance.cob) - E.G. "OPEN A CHECKING ACCOUNT, RECEIVE
      *    200 IN DIRECT DEPOSITS WITHIN 60 DAYS, GET A 150 BONUS".
      *    BANKING'S ADD-ACCOUNT ENROLS AN ACCOUNT OPENED INSIDE THE
      *    PROMOTION'S DATES ON AN ELIGIBLE TYPE AND PRODUCT (SEE
      *    PROMO-ENROLLMENT-RECORD.cpy); PROMOTION-EVALUATION
      *    (02_BANKING/177_promotion_evaluation.cob) TRACKS THE
      *    QUALIFYING POSTINGS NIGHTLY AND PAYS THE BONUS.
      *================================================================
       01 PROMOTION-RECORD.
           05 PRM-ID PIC X(8).
           05 PRM-DESCRIPTION PIC X(40) VALUE SPACES.
      *    PRM-STATUS: "A" = ACTIVE, "X" = WITHDRAWN (NO NEW
      *    ENROLMENTS - EXISTING ONES RUN TO THE END)
           05 PRM-STATUS PIC X VALUE "A".
      *    ACCOUNTS OPENED FROM PRM-START-DATE TO PRM-END-DATE
      *    INCLUSIVE ARE ENROLLED
           05 PRM-START-DATE PIC 9(8) VALUE 0.
           05 PRM-END-DATE PIC 9(8) VALUE 0.
      *    ELIGIBLE ACCOUNT-TYPE (C/S/T, SPACE = ANY) AND UP TO FOUR
      *    ELIGIBLE ACCOUNT-PRODUCT-CODES (ALL SPACES = ANY PRODUCT,
      *    INCLUDING THE STANDARD ONE)
           05 PRM-ACCOUNT-TYPE PIC X VALUE SPACE.
           05 PRM-PRODUCT PIC X(4) OCCURS 4 TIMES.
      *    QUALIFYING CONDITIONS - WITHIN PRM-QUAL-DAYS OF OPENING
      *    THE ACCOUNT MUST RECEIVE AT LEAST PRM-QUAL-MIN-AMOUNT IN
      *    TOTAL OVER AT LEAST PRM-QUAL-MIN-COUNT QUALIFYING CREDITS.
      *    PRM-QUAL-RULE: "D" = DIRECT DEPOSITS ONLY (INBOUND
      *    SETTLEMENT CREDITS AND PAYROLL CREDITS), "C" = ANY
      *    CUSTOMER-FUNDED CREDIT (ALSO CASH AND CHECK DEPOSITS AND
      *    TRANSFERS IN FROM ANOTHER ACCOUNT - NEVER THE BANK'S OWN
      *    INTEREST OR BONUS POSTINGS)
           05 PRM-QUAL-DAYS PIC 9(3) VALUE 60.
           05 PRM-QUAL-RULE PIC X VALUE "D".
           05 PRM-QUAL-MIN-AMOUNT PIC 9(7)V99 VALUE 0.
           05 PRM-QUAL-MIN-COUNT PIC 9(3) VALUE 0.
           05 PRM-BONUS-AMOUNT PIC 9(5)V99 VALUE 0.
      *    A BONUS IS TAKEN BACK IF THE ACCOUNT CLOSES WITHIN THIS
      *    MANY DAYS OF OPENING
           05 PRM-CLAWBACK-DAYS PIC 9(3) VALUE 180.
           05 PRM-CREATED-BY PIC X(10) VALUE SPACES.
           05 PRM-CREATED-DATE PIC 9(8) VALUE 0.
