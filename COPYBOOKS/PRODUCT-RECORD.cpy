      *        MINBAL-LVL-xxxx   MINIMUM BALANCE FOR THE PRODUCT
      *        MINBAL-FEE-xxxx   ITS MINIMUM-BALANCE FEE
      *        SAV-RATE-xxxx     ITS SAVINGS INTEREST RATE (TIERED)
      *        CLOSE-FEE-xxxx    ITS ACCOUNT CLOSING FEE
      *        EARLY-CLOSE-FEE-xxxx  CLOSING FEE INSIDE THE EARLY
      *                          -CLOSURE WINDOW (EARLY-CLOSE-DAYS)
      *    (xxxx = PROD-PARAM-SUFFIX, KEPT TO FOUR CHARACTERS SO
      *    EVERY BUILT NAME FITS PARAM-NAME'S TWENTY.)
      *    MAINTAINED BY PRODUCT-MAINTENANCE
