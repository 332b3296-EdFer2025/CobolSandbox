      *================================================================
      *    PRIOR-PERIOD ADJUSTMENT ITEM - THE BLOCK A POSTING PATH
      *    FILLS IN AND PASSES TO PRIOR-PERIOD-WRITE
      *    (02_BANKING/191_prior_period_write.cob) ONCE IT HAS BOOKED
      *    A POSTING ON THE BUSINESS DATE THAT BELONGED TO A CLOSED
      *    MONTH. THE CALLER SETS THE POSTING'S REF, FIGURES, THE
      *    DATE IT SHOULD HAVE CARRIED, THE KIND (SEE PPA-KIND IN
      *    PRIOR-PERIOD-RECORD.cpy), THE OPERATOR AND ITS OWN
      *    PROGRAM NAME; PPI-STATUS COMES BACK "Y" WHEN THE ROW WAS
      *    WRITTEN.
      *================================================================
       01 PRIOR-PERIOD-ITEM.
           05 PPI-REF PIC 9(10).
           05 PPI-INTENDED-DATE PIC 9(8).
           05 PPI-POSTED-DATE PIC 9(8).
           05 PPI-POSTED-TIME PIC 9(6).
           05 PPI-FROM-ACCOUNT PIC 9(9).
           05 PPI-TO-ACCOUNT PIC 9(9).
           05 PPI-AMOUNT PIC 9(7)V99.
           05 PPI-TYPE PIC X.
           05 PPI-KIND PIC X.
           05 PPI-ORIGINAL-REF PIC 9(10).
           05 PPI-OPERATOR PIC X(10).
           05 PPI-PRODUCED-BY PIC X(20).
           05 PPI-STATUS PIC X.
