      *================================================================
      *    COLLECTIONS RECOVERY - 02_BANKING/collection_recoveries.dat
      *    ONE ROW PER RECOVERY POSTED BY THE COLLECTIONS DESK
      *    (02_BANKING/139_collections.cob) AGAINST A CHARGED-OFF
      *    ACCOUNT'S CASE (COLLECTION-RECORD.cpy). KEYED ACCOUNT +
      *    DATE + TIME SO THE MONTHLY CHARGE-OFF REPORT CAN LIST
      *    EACH MONTH'S RECOVERIES.
      *================================================================
       01 COLLECTION-RECOVERY-RECORD.
           05 CREC-KEY.
               10 CREC-ACCOUNT PIC 9(9).
               10 CREC-DATE PIC 9(8).
               10 CREC-TIME PIC 9(6).
           05 CREC-AMOUNT PIC 9(7)V99.
      *    DEPOSIT ACCOUNT THE RECOVERY WAS DEBITED FROM - ZERO
      *    WHEN IT WAS RECEIVED IN CASH AT THE DESK
           05 CREC-SOURCE-ACCOUNT PIC 9(9).
           05 CREC-TRANSACTION-REF PIC 9(10).
           05 CREC-OPERATOR-ID PIC X(10).
