      *================================================================
      *    SHARED DIRECT DEBIT RETURN FILE LINE LAYOUT
      *    ONE FIXED-WIDTH LINE PER PRESENTED DIRECT DEBIT WE SEND
      *    BACK UNPAID TO THE BANK THAT SENT IT, APPENDED TO
      *    02_BANKING/dd_returns.dat FOR THE NEXT OUTGOING
      *    EXCHANGE. WRITTEN BY INBOUND-DIRECT-DEBIT
      *    (02_BANKING/144_inbound_direct_debit.cob).
      *================================================================
       01 DD-RETURN-LINE.
           05 DR-REC-TYPE PIC X(3) VALUE "RTN".
           05 FILLER PIC X VALUE SPACE.
           05 DR-SENDING-BANK PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 DR-ITEM-TRACE PIC X(15).
           05 FILLER PIC X VALUE SPACE.
           05 DR-ACCOUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 DR-CREDITOR-ID PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 DR-MANDATE-REF PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 DR-AMOUNT PIC 9(7)V99.
           05 FILLER PIC X VALUE SPACE.
           05 DR-COLLECTION-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
      *    DR-REASON: "NM" = NO MANDATE ON FILE, "RV" = MANDATE
      *    REVOKED, "EX" = MANDATE NOT IN FORCE ON THE COLLECTION
      *    DATE, "OM" = OVER THE MANDATE MAXIMUM, "SC" = COLLECTION
      *    STOPPED BY THE CUSTOMER, "AC" = ACCOUNT CLOSED OR
      *    FROZEN, "NF" = INSUFFICIENT FUNDS, "RS" = ACCOUNT
      *    RESTRICTED AGAINST DEBITS
           05 DR-REASON PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 DR-RETURN-DATE PIC 9(8).
