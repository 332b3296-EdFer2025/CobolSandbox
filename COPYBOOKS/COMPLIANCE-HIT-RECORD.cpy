      *================================================================
      *    SHARED COMPLIANCE HIT RECORD LAYOUT
      *    ONE ROW PER THING A COMPLIANCE MONITOR FLAGGED ABOUT A
      *    CUSTOMER, WRITTEN BY COMPLIANCE-HIT-LOG
      *    (02_BANKING/178_compliance_hit_log.cob) FROM EACH OF THE
      *    MONITORS SO THAT A CUSTOMER WHO TURNS UP IN SEVERAL OF
      *    THEM IS SEEN IN ONE PLACE. INVESTIGATORS GATHER A
      *    CUSTOMER'S HITS ONTO A CASE (SAR-CASE-RECORD.cpy) IN
      *    INVESTIGATION-CASES (02_BANKING/179_investigation_cases.
      *    cob).
      *
      *    HIT-SOURCE + HIT-SOURCE-REF + HIT-CUSTOMER-ID IS UNIQUE:
      *    THE SAME FINDING REPORTED AGAIN BY A RERUN, OR BY A
      *    ROLLING WINDOW THAT STILL SEES IT THE NEXT DAY, IS NOT
      *    LOGGED TWICE.
      *================================================================
       01 COMPLIANCE-HIT-RECORD.
           05 HIT-ID PIC 9(7).
           05 HIT-SOURCE-KEY.
      *    HIT-SOURCE: "FRD " = FRAUD-REVIEW (A FRAUD QUEUE HIT
      *    FROZEN OR REFERRED), "STR " = STRUCTURING-REPORT,
      *    "CTR " = CASH-TRANSACTION-REPORT, "WLS " = WATCHLIST-
      *    SWEEP, "KYC " = KYC-REVIEW RATING A CUSTOMER HIGH RISK
               10 HIT-SOURCE PIC X(4).
      *    THE MONITOR'S OWN REFERENCE FOR THE FINDING - THE FRAUD
      *    QUEUE ID, THE REPORT DATE, THE WATCHLIST ENTRY
               10 HIT-SOURCE-REF PIC X(12).
               10 HIT-CUSTOMER-ID PIC 9(5).
      *    THE ACCOUNT INVOLVED - ZERO WHEN THE FINDING IS ABOUT THE
      *    CUSTOMER RATHER THAN ONE ACCOUNT
           05 HIT-ACCOUNT PIC 9(9) VALUE 0.
           05 HIT-DETECTED-DATE PIC 9(8).
           05 HIT-AMOUNT PIC 9(9)V99 VALUE 0.
           05 HIT-DETAIL PIC X(40) VALUE SPACES.
      *    THE INVESTIGATION CASE THE HIT HAS BEEN LINKED TO - ZERO
      *    WHILE NOBODY HAS PICKED IT UP
           05 HIT-CASE-ID PIC 9(6) VALUE 0.
           05 HIT-LINKED-BY PIC X(10) VALUE SPACES.
           05 HIT-LINKED-DATE PIC 9(8) VALUE 0.
