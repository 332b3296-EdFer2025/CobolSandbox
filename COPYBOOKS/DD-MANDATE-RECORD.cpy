      *================================================================
      *    SHARED DIRECT DEBIT MANDATE RECORD LAYOUT
      *    ONE ROW PER AUTHORITY A CUSTOMER HAS GIVEN A CREDITOR
      *    (UTILITY, INSURER, ...) TO PULL PAYMENTS FROM ONE OF
      *    THEIR ACCOUNTS. THE NIGHTLY INBOUND-DIRECT-DEBIT STEP
      *    (02_BANKING/144_inbound_direct_debit.cob) PAYS A
      *    PRESENTED DEBIT ONLY AGAINST AN ACTIVE MANDATE IN FORCE
      *    ON THE COLLECTION DATE AND WITHIN ITS MAXIMUM; ANYTHING
      *    ELSE GOES BACK TO THE SENDING BANK. MAINTAINED FROM THE
      *    TELLER SCREEN DD-MANDATE-MAINTENANCE
      *    (02_BANKING/143_dd_mandate_maintenance.cob).
      *================================================================
       01 DD-MANDATE-RECORD.
           05 DDM-KEY.
               10 DDM-ACCOUNT PIC 9(9).
      *        THE CREDITOR'S SCHEME IDENTIFIER AND ITS OWN
      *        REFERENCE FOR THE MANDATE, BOTH AS THEY ARRIVE ON
      *        THE INBOUND FILE
               10 DDM-CREDITOR-ID PIC X(10).
               10 DDM-MANDATE-REF PIC X(16).
           05 DDM-CREDITOR-NAME PIC X(30) VALUE SPACES.
      *    LARGEST SINGLE COLLECTION THE CUSTOMER AGREED TO
           05 DDM-MAX-AMOUNT PIC 9(7)V99 VALUE 0.
      *    DDM-FREQUENCY: "W" = WEEKLY, "M" = MONTHLY,
      *    "Q" = QUARTERLY, "A" = ANNUAL, "V" = AS BILLED
           05 DDM-FREQUENCY PIC X VALUE "M".
           05 DDM-START-DATE PIC 9(8) VALUE 0.
      *    ZERO = OPEN-ENDED
           05 DDM-END-DATE PIC 9(8) VALUE 0.
      *    DDM-STATUS: "A" = ACTIVE, "R" = REVOKED BY THE CUSTOMER
      *    (KEPT SO A LATER COLLECTION CAN BE RETURNED AS REVOKED)
           05 DDM-STATUS PIC X VALUE "A".
           05 DDM-CREATED-DATE PIC 9(8) VALUE 0.
           05 DDM-REVOKED-DATE PIC 9(8) VALUE 0.
      *    A SINGLE COLLECTION THE CUSTOMER HAS STOPPED: THE ITEM
      *    PRESENTED FOR THIS COLLECTION DATE IS RETURNED, THEN THE
      *    FIELD CLEARS. ZERO = NO STOP PENDING.
           05 DDM-STOP-DATE PIC 9(8) VALUE 0.
           05 DDM-LAST-COLLECTION-DATE PIC 9(8) VALUE 0.
           05 DDM-LAST-COLLECTION-AMOUNT PIC 9(7)V99 VALUE 0.
           05 DDM-COLLECTION-COUNT PIC 9(5) VALUE 0.
