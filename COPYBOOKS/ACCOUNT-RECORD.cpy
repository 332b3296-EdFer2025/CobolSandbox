      *    ACCOUNT-STATUS: "A" = ACTIVE, "F" = FROZEN, "C" = CLOSED,
      *    "D" = DORMANT (NO ACTIVITY FOR THE CONFIGURED NUMBER OF
      *    DAYS - SET BY DORMANT-ACCOUNT-SCAN, CLEARED BY BANKING'S
      *    REACTIVATION OPTION AFTER THE CUSTOMER IS VERIFIED),
      *    "W" = CHARGED OFF (OVERDRAWN TOO LONG - THE NEGATIVE
      *    BALANCE WAS WRITTEN OFF BY OVERDRAFT-CHARGE-OFF AND ANY
      *    RECOVERY GOES THROUGH THE COLLECTIONS DESK; NOTHING POSTS
      *    TO OR FROM THE ACCOUNT AGAIN)
           05 ACCOUNT-STATUS PIC X VALUE "A".
      *    ISO-4217-STYLE 3-LETTER CURRENCY CODE THE BALANCE IS HELD
      *    IN (E.G. "USD", "EUR"). CALL "CURRENCY-EXCHANGE" CONVERTS
