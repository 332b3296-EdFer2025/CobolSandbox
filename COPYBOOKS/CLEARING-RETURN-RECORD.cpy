      *================================================================
      *    SHARED INWARD CLEARING RETURN FILE LINE LAYOUT
      *    ONE FIXED-WIDTH LINE PER PRESENTED CHECK WE SEND BACK
      *    UNPAID TO THE BANK THAT PRESENTED IT, APPENDED TO
      *    02_BANKING/clearing_returns.dat FOR THE NEXT OUTGOING
      *    CLEARING EXCHANGE. WRITTEN BY INWARD-CLEARING
      *    (02_BANKING/122_inward_clearing.cob) FOR ITEMS IT CANNOT
      *    PAY, AND BY POSITIVE-PAY-EXCEPTIONS FOR CLEARING ITEMS
      *    THE DRAWER REFUSED OR NEVER DECIDED.
      *================================================================
       01 CLEARING-RETURN-LINE.
           05 CR-REC-TYPE PIC X(3) VALUE "RTN".
           05 FILLER PIC X VALUE SPACE.
           05 CR-PRESENTING-BANK PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 CR-ITEM-TRACE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 CR-ACCOUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 CR-CHECK-NUMBER PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 CR-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X VALUE SPACE.
      *    CR-REASON: "NR" = NOT ON OUR REGISTER, "SP" = STOP
      *    PAYMENT, "DP" = ALREADY PAID, "AC" = ACCOUNT CLOSED OR
      *    FROZEN, "NF" = INSUFFICIENT FUNDS, "PP" = REFUSED UNDER
      *    POSITIVE PAY, "RS" = ACCOUNT RESTRICTED AGAINST DEBITS
           05 CR-REASON PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 CR-RETURN-DATE PIC 9(8).
