      *================================================================
      *    SHARED SUSPICIOUS ACTIVITY CASE RECORD LAYOUT
      *    ONE INVESTIGATION CASE FILE PER CUSTOMER UNDER SUSPICION,
      *    GATHERING THE RELATED COMPLIANCE HITS FROM EVERY MONITOR
      *    (COMPLIANCE-HIT-RECORD.cpy, LINKED BY HIT-CASE-ID). OPENED
      *    AND WORKED IN INVESTIGATION-CASES
      *    (02_BANKING/179_investigation_cases.cob), WATCHED NIGHTLY
      *    BY CASE-DEADLINE-REPORT (02_BANKING/180_case_deadline_
      *    report.cob) AND, ONCE CLOSED WITH A DECISION TO FILE,
      *    SENT TO THE REGULATOR BY SAR-FILING-EXTRACT
      *    (02_BANKING/181_sar_filing_extract.cob).
      *
      *    THE FILING DEADLINE RUNS SAR-FILING-DAYS (FALLBACK 30)
      *    CALENDAR DAYS FROM THE DETECTION DATE - THE EARLIEST
      *    DETECTION DATE AMONG THE LINKED HITS - AND IS MOVED
      *    FORWARD IF AN OLDER HIT IS LINKED LATER.
      *================================================================
       01 SAR-CASE-RECORD.
           05 SAR-CASE-ID PIC 9(6).
           05 SAR-CUSTOMER-ID PIC 9(5).
      *    SAR-STATUS: "O" = OPEN UNDER INVESTIGATION, "C" = CLOSED
      *    WITH A DECISION
           05 SAR-STATUS PIC X VALUE "O".
      *    THE TELLER-ID OF THE INVESTIGATOR WHO OWNS THE CASE
           05 SAR-INVESTIGATOR PIC X(10) VALUE SPACES.
           05 SAR-OPENED-DATE PIC 9(8) VALUE 0.
           05 SAR-OPENED-BY PIC X(10) VALUE SPACES.
           05 SAR-DETECTED-DATE PIC 9(8) VALUE 0.
           05 SAR-FILING-DUE-DATE PIC 9(8) VALUE 0.
      *    RUNNING COUNT AND TOTAL OF THE LINKED HITS
           05 SAR-HIT-COUNT PIC 9(3) VALUE 0.
           05 SAR-HIT-AMOUNT PIC 9(11)V99 VALUE 0.
      *    THE INVESTIGATOR'S ACCOUNT OF THE ACTIVITY - FILED WITH
      *    THE REPORT, SO A CASE CANNOT BE CLOSED TO FILE WITHOUT IT
           05 SAR-NARRATIVE.
               10 SAR-NARRATIVE-LINE PIC X(60) OCCURS 8 TIMES.
      *    SAR-DECISION, SET AT CLOSE: "F" = FILE A REPORT,
      *    "N" = NO FILING WARRANTED
           05 SAR-DECISION PIC X VALUE SPACE.
           05 SAR-DECIDED-BY PIC X(10) VALUE SPACES.
           05 SAR-DECIDED-DATE PIC 9(8) VALUE 0.
      *    SET BY SAR-FILING-EXTRACT WHEN THE REPORT WAS SENT
           05 SAR-FILED-DATE PIC 9(8) VALUE 0.
           05 SAR-UPDATED-BY PIC X(10) VALUE SPACES.
           05 SAR-UPDATED-DATE PIC 9(8) VALUE 0.
