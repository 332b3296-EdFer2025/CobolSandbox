      *    A POSTING, AND BY THE NIGHTLY SWEEP OF THE JOURNAL
      *    (02_BANKING/87_fraud_sweep.cob). A SUPERVISOR WORKS THE
      *    OPEN ROWS IN FRAUD-REVIEW (02_BANKING/88_fraud_review.cob)
      *    TO CLEAR THE HIT, FREEZE THE ACCOUNT OR REFER IT TO
      *    INVESTIGATION, WITH EVERY DISPOSITION AUDITED.
      *
      *    RULE CODES IN USE:
      *        VEL1  DEBIT VELOCITY - TOO MANY DEBITS IN ONE DAY
           05 FRD-AMOUNT PIC 9(7)V99 VALUE 0.
           05 FRD-DETAIL PIC X(40) VALUE SPACES.
      *    FRD-STATUS: "O" = OPEN FOR REVIEW, "C" = CLEARED,
      *    "F" = ACCOUNT FROZEN BY THE REVIEWER, "R" = REFERRED TO
      *    INVESTIGATION WITHOUT A FREEZE
           05 FRD-STATUS PIC X VALUE "O".
           05 FRD-REVIEWED-BY PIC X(10) VALUE SPACES.
           05 FRD-REVIEW-DATE PIC 9(8) VALUE 0.
