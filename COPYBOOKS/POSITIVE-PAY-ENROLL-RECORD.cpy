      *================================================================
      *    SHARED POSITIVE PAY ENROLLMENT RECORD LAYOUT
      *    ONE ROW PER CHECKING ACCOUNT WHOSE OWNER SENDS US A
      *    POSITIVE PAY ISSUE FILE. ONLY AN ENROLLED, ACTIVE ACCOUNT
      *    HAS ITS PRESENTED CHECKS SCREENED AGAINST THE ISSUE FILE
      *    (CALL "POSITIVE-PAY-SCREEN", 02_BANKING/
      *    119_positive_pay_screen.cob); EVERY OTHER ACCOUNT PAYS ON
      *    THE CHECK REGISTER ALONE, EXACTLY AS BEFORE. MAINTAINED BY
      *    POSITIVE-PAY-MAINTENANCE (02_BANKING/
      *    121_positive_pay_maintenance.cob).
      *================================================================
       01 POSITIVE-PAY-ENROLL-RECORD.
           05 PPE-ACCOUNT PIC 9(9).
      *    "Y" = SCREENING IN FORCE, "N" = SUSPENDED (THE ROW IS
      *    KEPT SO AN OLD EXCEPTION CAN ALWAYS BE EXPLAINED)
           05 PPE-ACTIVE PIC X VALUE "Y".
           05 PPE-ENROLLED-DATE PIC 9(8) VALUE 0.
      *    THE BUSINESS DATE OF THE LAST ISSUE FILE LOADED
           05 PPE-LAST-LOAD-DATE PIC 9(8) VALUE 0.
