      *    CHANGE WRITTEN TO THE AUDIT MASTER. THE NIGHTLY ACQUIRER
      *    SETTLEMENT IMPORT (02_BANKING/78_card_settlement_import.
      *    cob) RESOLVES CARD NUMBER TO ACCOUNT THROUGH THIS FILE
      *    AND REJECTS TRANSACTIONS ON ANY CARD NOT ACTIVE. THE
      *    MONTHLY CARD-REISSUE BATCH (02_BANKING/126_card_reissue.
      *    cob) ORDERS THE REPLACEMENT FOR A CARD NEARING ITS EXPIRY
      *    AND LINKS THE TWO ROWS; THE NIGHTLY CARD-EXPIRY STEP
      *    (02_BANKING/127_card_expiry.cob) MARKS LAPSED CARDS "E".
      *================================================================
       01 CARD-RECORD.
           05 CARD-NUMBER PIC 9(16).
      *    INSTEAD), "E" = EXPIRED
           05 CARD-STATUS PIC X VALUE "O".
           05 CARD-ISSUED-BY PIC X(10) VALUE SPACES.
      *    REISSUE LINKS - ZERO WHEN THERE IS NONE. THE OLD CARD
      *    GOES "E" WHEN THE REPLACEMENT IS ACTIVATED OR ITS OWN
      *    EXPIRY PASSES, WHICHEVER COMES FIRST.
           05 CARD-REPLACES-CARD PIC 9(16) VALUE 0.
           05 CARD-REPLACED-BY-CARD PIC 9(16) VALUE 0.
