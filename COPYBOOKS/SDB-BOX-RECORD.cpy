      *================================================================
      *    SHARED SAFE DEPOSIT BOX RECORD LAYOUT
      *    ONE ROW PER BRANCH AND BOX NUMBER IN sdb_boxes.dat, WITH
      *    THE RENTAL AGREEMENT. MAINTAINED BY SAFE-DEPOSIT
      *    (02_BANKING/105_safe_deposit.cob); BRANCH-CONSOLIDATION
      *    (02_BANKING/187_branch_consolidation.cob) RE-KEYS A
      *    CLOSING BRANCH'S BOXES UNDER THE BRANCH TAKING THEM OVER.
      *================================================================
       01 BOX-RECORD.
           05 SDB-KEY.
               10 SDB-BRANCH PIC X(3).
               10 SDB-BOX-NUMBER PIC 9(4).
      *    SDB-SIZE: "S" / "M" / "L" - DRIVES THE ANNUAL RENT
           05 SDB-SIZE PIC X VALUE "S".
      *    SDB-STATUS: "V" = VACANT, "R" = RENTED, "X" = OUT OF
      *    SERVICE
           05 SDB-STATUS PIC X VALUE "V".
           05 SDB-RENTER-ID PIC 9(5) VALUE 0.
           05 SDB-CO-RENTER-ID PIC 9(5) VALUE 0.
      *    ACCOUNT THE ANNUAL RENT DEBITS
           05 SDB-BILLING-ACCOUNT PIC 9(9) VALUE 0.
           05 SDB-RENTED-DATE PIC 9(8) VALUE 0.
      *    LAST YEAR THE RENT WAS COLLECTED FOR - A BILLING RUN
      *    THAT CANNOT COLLECT LEAVES IT BEHIND AND FLAGS ARREARS
           05 SDB-PAID-THRU-YEAR PIC 9(4) VALUE 0.
           05 SDB-ARREARS PIC X VALUE "N".
