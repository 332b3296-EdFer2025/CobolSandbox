      *================================================================
      *    SHARED ACCOUNT RESTRICTION RECORD LAYOUT
      *    ONE ROW PER RESTRICTION PLACED ON AN ACCOUNT - AN ACCOUNT
      *    MAY CARRY ANY NUMBER AT ONCE, EACH FOR ITS OWN REASON, SO
      *    LIFTING ONE (THE FRAUD CASE IS CLEARED) LEAVES ANOTHER
      *    (THE COURT ORDER) IN FORCE. EVERY POSTING PATH ASKS
      *    ACCOUNT-RESTRICTION-CHECK (02_BANKING/146_restriction_
      *    check.cob) BEFORE MOVING MONEY. PLACED THROUGH
      *    PLACE-ACCOUNT-RESTRICTION (147_place_restriction.cob),
      *    MAINTAINED ON RESTRICTION-MAINTENANCE (148_restriction_
      *    maintenance.cob), LAPSED NIGHTLY BY RESTRICTION-EXPIRY
      *    (149_restriction_expiry.cob). ROWS ARE LIFTED OR EXPIRED,
      *    NEVER DELETED.
      *================================================================
       01 RESTRICTION-RECORD.
           05 RST-KEY.
               10 RST-ACCOUNT PIC 9(9).
               10 RST-SEQ PIC 9(4).
      *    RST-TYPE: "D" = NO DEBITS, "C" = NO CREDITS,
      *    "X" = NO EXTERNAL TRANSFERS, "O" = NO ONLINE OR KIOSK
      *    ACTIVITY, "K" = NO CARD ACTIVITY
           05 RST-TYPE PIC X.
      *    RST-REASON: "CO" = COURT ORDER OR LEVY, "FR" = FRAUD,
      *    "DC" = DECEASED CUSTOMER, "TC" = TELLER CAUTION,
      *    "KY" = KYC / COMPLIANCE REVIEW, "BK" = BANKRUPTCY,
      *    "CR" = CUSTOMER REQUEST, "OT" = OTHER (SEE THE NOTE)
           05 RST-REASON PIC X(2).
           05 RST-NOTE PIC X(30) VALUE SPACES.
           05 RST-PLACED-BY PIC X(10).
           05 RST-PLACED-DATE PIC 9(8).
      *    LAST DAY THE RESTRICTION APPLIES - ZERO = UNTIL LIFTED
           05 RST-EXPIRY-DATE PIC 9(8) VALUE 0.
      *    RST-STATUS: "A" = ACTIVE, "L" = LIFTED, "E" = EXPIRED
           05 RST-STATUS PIC X VALUE "A".
           05 RST-LIFTED-BY PIC X(10) VALUE SPACES.
           05 RST-LIFTED-DATE PIC 9(8) VALUE 0.
