      *================================================================
      *    SHARED BENEFICIAL OWNERSHIP RECORD LAYOUT
      *    ONE ROW PER INDIVIDUAL WHO OWNS OR CONTROLS A BUSINESS
      *    CUSTOMER (CUSTOMER-TYPE "B"), KEYED BY THE BUSINESS AND THE
      *    OWNER'S OWN CUSTOMER-ID - AN OWNER IS ALWAYS ON THE
      *    CUSTOMER FILE AS AN INDIVIDUAL, SO THEY ARE SCREENED AND
      *    RATED LIKE ANY OTHER PERSON. MAINTAINED BY
      *    BENEFICIAL-OWNERSHIP (02_BANKING/163_beneficial_
      *    ownership.cob), WHICH SCREENS EACH OWNER THROUGH
      *    WATCHLIST-SCREEN AS THEY ARE ADDED. WATCHLIST-SWEEP
      *    RE-SCREENS EVERY ACTIVE OWNER, KYC-REVIEW CARRIES THE
      *    OWNERS' RISK INTO THE BUSINESS'S RATING, AND
      *    OWNERSHIP-CERT-REPORT (02_BANKING/164_ownership_cert_
      *    report.cob) LISTS BUSINESSES WITH NO OWNERS ON FILE OR A
      *    CERTIFICATION OLDER THAN OWNER-CERT-DAYS.
      *================================================================
       01 BENEFICIAL-OWNER-RECORD.
           05 BOW-KEY.
               10 BOW-BUSINESS-ID PIC 9(5).
               10 BOW-OWNER-ID PIC 9(5).
      *    SHARE OF THE BUSINESS HELD - ZERO IS ALLOWED FOR A
      *    CONTROLLER WHO HOLDS NONE
           05 BOW-PERCENT PIC 9(3)V99 VALUE 0.
      *    BOW-ROLE: "O" = OWNER OF 25% OR MORE, "C" = CONTROLLER
      *    (DIRECTOR, OFFICER OR SENIOR MANAGER WITH SIGNIFICANT
      *    CONTROL), "B" = BOTH
           05 BOW-ROLE PIC X.
      *    THE DAY THE OWNERSHIP WAS LAST CERTIFIED AGAINST THE
      *    CUSTOMER'S DOCUMENTS
           05 BOW-VERIFIED-DATE PIC 9(8) VALUE 0.
      *    "Y" WHILE THE LINK STANDS - ENDING IT KEEPS THE ROW, AND
      *    LINKING THE SAME OWNER AGAIN REUSES IT
           05 BOW-ACTIVE PIC X VALUE "Y".
      *    THE RESULT OF THE LAST WATCHLIST SCREEN OF THE OWNER, AND
      *    THE SUPERVISOR WHO LET A HIT THROUGH
           05 BOW-SCREEN-HIT PIC X VALUE "N".
           05 BOW-WATCH-ID PIC 9(5) VALUE 0.
           05 BOW-OVERRIDE-BY PIC X(10) VALUE SPACES.
           05 BOW-ADDED-BY PIC X(10) VALUE SPACES.
           05 BOW-ADDED-DATE PIC 9(8) VALUE 0.
           05 BOW-ENDED-BY PIC X(10) VALUE SPACES.
           05 BOW-ENDED-DATE PIC 9(8) VALUE 0.
