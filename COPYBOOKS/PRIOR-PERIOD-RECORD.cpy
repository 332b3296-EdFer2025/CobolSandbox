      *================================================================
      *    SHARED PRIOR-PERIOD ADJUSTMENT RECORD LAYOUT
      *    02_BANKING/prior_period_adjustments.dat, INDEXED ON
      *    PPA-REF. ONE ROW PER POSTING THAT BELONGED TO A CLOSED
      *    MONTH BUT WAS BOOKED IN THE CURRENT ONE - WRITTEN THROUGH
      *    PRIOR-PERIOD-WRITE (02_BANKING/191_prior_period_write.cob)
      *    BY EVERY POSTING PATH THAT CAN CARRY AN EARLIER DATE.
      *    THE TRANSACTION ITSELF IS AN ORDINARY ONE DATED THE
      *    BUSINESS DATE; THIS ROW IS WHAT FLAGS IT, AND WHAT THE
      *    MONTHLY PRIOR-PERIOD ADJUSTMENTS REPORT
      *    (02_BANKING/193_prior_period_report.cob) LISTS FOR
      *    FINANCE.
      *================================================================
       01 PRIOR-PERIOD-RECORD.
      *    THE TRANSACTION-REF OF THE POSTING AS BOOKED
           05 PPA-REF PIC 9(10).
      *    THE DATE IT SHOULD HAVE CARRIED, AND THE CLOSED MONTH
      *    THAT DATE FALLS IN
           05 PPA-INTENDED-DATE PIC 9(8).
           05 PPA-CLOSED-MONTH PIC 9(6).
      *    THE DATE IT WAS BOOKED ON, AND THAT MONTH
           05 PPA-POSTED-DATE PIC 9(8).
           05 PPA-POSTED-MONTH PIC 9(6).
           05 PPA-POSTED-TIME PIC 9(6).
           05 PPA-FROM-ACCOUNT PIC 9(9).
           05 PPA-TO-ACCOUNT PIC 9(9).
           05 PPA-AMOUNT PIC 9(7)V99.
           05 PPA-TYPE PIC X.
      *    HOW IT CAME TO BE ONE:
      *      "B" = BACK-DATED AT THE TELLER WINDOW
      *      "R" = REVERSAL OF A POSTING MADE IN A CLOSED MONTH
      *      "D" = RETURNED DEPOSIT ITEM FROM A CLOSED MONTH
      *      "M" = OFFLINE MEMO-POST CAPTURED IN A CLOSED MONTH
      *      "V" = FX REVALUATION RUN AS OF A DATE IN A CLOSED MONTH
           05 PPA-KIND PIC X.
      *    FOR "R" AND "D", THE ORIGINAL POSTING
           05 PPA-ORIGINAL-REF PIC 9(10).
           05 PPA-OPERATOR PIC X(10).
           05 PPA-PRODUCED-BY PIC X(20).
           05 FILLER PIC X(20).
