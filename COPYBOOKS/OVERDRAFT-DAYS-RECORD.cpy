      *================================================================
      *    OVERDRAWN-ACCOUNT TRACKING ROW - od_days_at_limit.dat
      *    ONE ROW PER CUSTOMER ACCOUNT CURRENTLY BELOW ZERO, KEPT BY
      *    OVERDRAFT-INTEREST'S NIGHTLY RUN
      *    (02_BANKING/42_overdraft_interest.cob) AND DELETED THE
      *    NIGHT THE ACCOUNT IS BACK IN CREDIT. OVERDRAFT-CHARGE-OFF
      *    (02_BANKING/138_overdraft_charge_off.cob) WRITES OFF THE
      *    ACCOUNTS THAT HAVE BEEN OVERDRAWN TOO LONG.
      *================================================================
       01 LIMIT-DAYS-RECORD.
           05 ODL-ACCOUNT PIC 9(9).
      *    CONSECUTIVE NIGHTS AT THE FULL OVERDRAFT LIMIT - BACK TO
      *    ZERO AS SOON AS THE ACCOUNT HAS ANY HEADROOM AGAIN
           05 ODL-DAYS-AT-LIMIT PIC 9(4).
      *    LAST NIGHT COUNTED AT THE LIMIT (ZERO WHILE OFF IT)
           05 ODL-LAST-DATE PIC 9(8).
      *    FIRST NIGHT OF THE CURRENT UNBROKEN RUN BELOW ZERO
           05 ODL-OVERDRAWN-SINCE PIC 9(8).
