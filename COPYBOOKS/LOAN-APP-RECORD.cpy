           05 LAPP-DECISION-BY PIC X(10) VALUE SPACES.
           05 LAPP-DECISION-DATE PIC 9(8) VALUE 0.
           05 LAPP-DECISION-REASON PIC X(30) VALUE SPACES.
      *    REGULATORY LOAN PURPOSE CLASS, PICKED AT CAPTURE ALONGSIDE
      *    THE FREE-TEXT PURPOSE: "H" = RESIDENTIAL REAL ESTATE,
      *    "A" = AUTO, "C" = OTHER CONSUMER, "B" = COMMERCIAL AND
      *    BUSINESS. REGULATORY-BALANCE-REPORT
      *    (02_BANKING/201_regulatory_balance_report.cob) SCHEDULES
      *    THE BOOKED LOAN BY IT. SPACE ON APPLICATIONS TAKEN BEFORE
      *    THE CLASS WAS CAPTURED.
           05 LAPP-PURPOSE-CODE PIC X VALUE SPACE.
