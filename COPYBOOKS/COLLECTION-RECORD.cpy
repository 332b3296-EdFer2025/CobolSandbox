      *================================================================
      *    COLLECTIONS CASE - 02_BANKING/collections.dat
      *    ONE ROW PER CHARGED-OFF DEPOSIT ACCOUNT, OPENED BY
      *    OVERDRAFT-CHARGE-OFF (02_BANKING/138_overdraft_charge_off.
      *    cob) THE NIGHT THE NEGATIVE BALANCE IS WRITTEN OFF. THE
      *    COLLECTIONS DESK (02_BANKING/139_collections.cob) POSTS
      *    RECOVERIES AGAINST IT - EACH ONE ALSO KEPT IN
      *    collection_recoveries.dat (COLLECTION-RECOVERY-RECORD.cpy).
      *================================================================
       01 COLLECTION-RECORD.
           05 COLL-ACCOUNT PIC 9(9).
           05 COLL-CUSTOMER-ID PIC 9(5).
           05 COLL-CHARGE-OFF-DATE PIC 9(8).
      *    THE NEGATIVE BALANCE WRITTEN OFF TO THE CHARGE-OFF GL
           05 COLL-CHARGE-OFF-AMOUNT PIC 9(7)V99 VALUE 0.
      *    FIRST NIGHT OF THE OVERDRAWN RUN THAT ENDED IN CHARGE-OFF
           05 COLL-OVERDRAWN-SINCE PIC 9(8) VALUE 0.
           05 COLL-RECOVERED-AMOUNT PIC 9(7)V99 VALUE 0.
           05 COLL-LAST-RECOVERY-DATE PIC 9(8) VALUE 0.
      *    COLL-STATUS: "O" = OPEN, "R" = RECOVERED IN FULL,
      *    "X" = CLOSED AS UNCOLLECTIBLE BY THE DESK
           05 COLL-STATUS PIC X VALUE "O".
           05 COLL-CLOSED-DATE PIC 9(8) VALUE 0.
      *    FREE-TEXT NOTE FROM THE COLLECTIONS DESK
           05 COLL-NOTE PIC X(40) VALUE SPACES.
