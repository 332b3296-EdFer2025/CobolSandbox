      *================================================================
      *    SHARED PROMOTION ENROLMENT RECORD LAYOUT
      *    ONE ROW PER ACCOUNT ENROLLED IN AN ACCOUNT-OPENING BONUS
      *    PROMOTION (PROMOTION-RECORD.cpy), IN
      *    02_BANKING/promo_enrollments.dat. WRITTEN BY BANKING'S
      *    ADD-ACCOUNT; PROMOTION-EVALUATION (02_BANKING/177_
      *    promotion_evaluation.cob) ADDS UP THE QUALIFYING CREDITS
      *    EACH NIGHT, PAYS OR EXPIRES IT, AND BANKING'S
      *    CLOSE-ACCOUNT TAKES A PAID BONUS BACK INSIDE THE
      *    CLAWBACK PERIOD.
      *================================================================
       01 PROMO-ENROLLMENT-RECORD.
           05 PEN-ACCOUNT PIC 9(9).
           05 PEN-PROMO-ID PIC X(8).
           05 PEN-CUSTOMER-ID PIC 9(5) VALUE 0.
           05 PEN-OPEN-DATE PIC 9(8) VALUE 0.
           05 PEN-BRANCH PIC X(3) VALUE SPACES.
           05 PEN-ENROLLED-BY PIC X(10) VALUE SPACES.
      *    LAST DAY A CREDIT COUNTS TOWARDS QUALIFYING, AND LAST DAY
      *    A CLOSURE TAKES THE BONUS BACK
           05 PEN-DEADLINE PIC 9(8) VALUE 0.
           05 PEN-CLAWBACK-UNTIL PIC 9(8) VALUE 0.
           05 PEN-BONUS-AMOUNT PIC 9(5)V99 VALUE 0.
      *    PEN-STATUS: "E" = ENROLLED, NOT YET PAID
      *                "P" = BONUS PAID
      *                "X" = EXPIRED - DEADLINE MISSED OR THE
      *                      ACCOUNT CLOSED BEFORE QUALIFYING
      *                "R" = PAID, THEN TAKEN BACK AT CLOSURE
      *                "U" = PAID, ACCOUNT CLOSED INSIDE THE
      *                      CLAWBACK PERIOD WITHOUT THE BONUS BEING
      *                      RECOVERED - FOR THE DESK TO PURSUE
           05 PEN-STATUS PIC X VALUE "E".
      *    QUALIFYING CREDITS COUNTED ON EARLIER NIGHTS, AND THOSE
      *    OF PEN-DAY-DATE (RECOUNTED WHENEVER THAT NIGHT IS RERUN)
           05 PEN-QUAL-AMOUNT PIC 9(7)V99 VALUE 0.
           05 PEN-QUAL-COUNT PIC 9(3) VALUE 0.
           05 PEN-DAY-DATE PIC 9(8) VALUE 0.
           05 PEN-DAY-AMOUNT PIC 9(7)V99 VALUE 0.
           05 PEN-DAY-COUNT PIC 9(3) VALUE 0.
      *    SET WHEN THE CONDITIONS WERE MET - A BONUS FOR AN ACCOUNT
      *    THAT IS NOT ACTIVE THAT NIGHT WAITS UNTIL IT IS
           05 PEN-QUALIFIED-DATE PIC 9(8) VALUE 0.
           05 PEN-PAID-DATE PIC 9(8) VALUE 0.
           05 PEN-PAID-REF PIC 9(10) VALUE 0.
           05 PEN-EXPIRED-DATE PIC 9(8) VALUE 0.
           05 PEN-CLAWBACK-DATE PIC 9(8) VALUE 0.
           05 PEN-CLAWBACK-AMOUNT PIC 9(5)V99 VALUE 0.
