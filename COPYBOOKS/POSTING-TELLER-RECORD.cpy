      *================================================================
      *    SHARED POSTING-TELLER RECORD LAYOUT
      *    ONE ROW PER POSTING BANKING MAKES AT THE COUNTER, KEYED BY
      *    THE TRANSACTION REFERENCE, SAYING WHICH SIGNED-ON TELLER
      *    (AT WHICH TERMINAL AND BRANCH) MADE IT. TRANSACTION-RECORD
      *    CARRIES ONLY THE APPROVING SUPERVISOR, SO THIS IS HOW A
      *    POSTING IS TRACED BACK TO ITS TELLER - STAFF-ACCOUNT-REPORT
      *    (02_BANKING/152_staff_account_report.cob) READS IT, AND
      *    TELLER-ACTIVITY-REPORT (159_teller_activity_report.cob)
      *    BUCKETS IT BY HOUR FOR STAFFING. A
      *    POSTING WITH NO ROW CAME FROM A BATCH OR SELF-SERVICE
      *    CHANNEL, NOT A TELLER.
      *================================================================
       01 POSTING-TELLER-RECORD.
           05 PTL-TRANSACTION-REF PIC 9(10).
           05 PTL-TELLER-ID PIC X(10).
           05 PTL-TERMINAL-ID PIC X(10).
           05 PTL-BRANCH PIC X(3).
           05 PTL-DATE PIC 9(8).
      *    WALL-CLOCK HHMMSS WHEN THE POSTING LANDED
           05 PTL-TIME PIC 9(6).
