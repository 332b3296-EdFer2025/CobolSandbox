      *================================================================
      *    SHARED VAULT CASH SHIPMENT RECORD LAYOUT
      *    ONE ROW PER CASH SHIPMENT ORDERED BETWEEN A BRANCH VAULT
      *    AND THE CENTRAL VAULT, IN vault_shipments.dat. ORDERED AND
      *    COMPLETED IN VAULT-MANAGEMENT
      *    (02_BANKING/85_vault_management.cob); A SHIPMENT STILL IN
      *    TRANSIT STOPS BRANCH-CONSOLIDATION
      *    (02_BANKING/187_branch_consolidation.cob) CLOSING ITS
      *    BRANCH.
      *================================================================
       01 SHIPMENT-RECORD.
           05 VSH-ID PIC 9(5).
           05 VSH-BRANCH PIC X(3).
      *    VSH-DIRECTION: "I" = CASH COMING IN FROM THE CENTRAL
      *    VAULT, "O" = CASH GOING OUT TO IT
           05 VSH-DIRECTION PIC X.
           05 VSH-AMOUNT PIC 9(9)V99.
      *    VSH-STATUS: "T" = IN TRANSIT, "C" = COMPLETED (RECEIVED
      *    OR HANDED OVER), "X" = CANCELLED
           05 VSH-STATUS PIC X VALUE "T".
           05 VSH-ORDERED-DATE PIC 9(8) VALUE 0.
           05 VSH-COMPLETED-DATE PIC 9(8) VALUE 0.
           05 VSH-APPROVER-1 PIC X(10) VALUE SPACES.
           05 VSH-APPROVER-2 PIC X(10) VALUE SPACES.
