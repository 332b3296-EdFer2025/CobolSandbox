      *================================================================
      *    SHARED ZERO-BALANCE ACCOUNT (ZBA) RELATIONSHIP LAYOUT
      *    ONE ROW PER SUB-ACCOUNT A BUSINESS CUSTOMER HAS TIED TO A
      *    MASTER (CONCENTRATION) ACCOUNT. EVERY NIGHT ZBA-SWEEP
      *    (02_BANKING/142_zba_sweep.cob) BRINGS EACH ACTIVE SUB-
      *    ACCOUNT BACK TO ITS TARGET BALANCE: THE EXCESS IS SWEPT
      *    UP TO THE MASTER, A SHORTFALL IS FUNDED DOWN FROM IT.
      *    MASTER AND SUB-ACCOUNTS BELONG TO THE SAME CUSTOMER AND
      *    ARE HELD IN THE SAME CURRENCY; A MASTER IS NEVER ITSELF A
      *    SUB-ACCOUNT. MAINTAINED BY ZBA-MAINTENANCE
      *    (02_BANKING/141_zba_maintenance.cob).
      *================================================================
       01 ZBA-RECORD.
           05 ZBA-SUB-ACCOUNT PIC 9(9).
      *    ALTERNATE KEY (WITH DUPLICATES) - THE SWEEP WORKS ONE
      *    MASTER'S SUB-ACCOUNTS AT A TIME
           05 ZBA-MASTER-ACCOUNT PIC 9(9).
      *    BALANCE THE SUB-ACCOUNT IS LEFT AT EACH NIGHT - ZERO FOR
      *    A TRUE ZERO-BALANCE ACCOUNT
           05 ZBA-TARGET-BALANCE PIC 9(7)V99 VALUE 0.
      *    ZBA-STATUS: "A" = SWEEPING, "S" = SUSPENDED, "E" = ENDED
      *    (THE ROW IS KEPT SO OLD SWEEPS CAN ALWAYS BE EXPLAINED)
           05 ZBA-STATUS PIC X VALUE "A".
           05 ZBA-START-DATE PIC 9(8) VALUE 0.
           05 ZBA-LAST-SWEEP-DATE PIC 9(8) VALUE 0.
      *    THAT NIGHT'S MOVEMENT: POSITIVE = SWEPT UP TO THE MASTER,
      *    NEGATIVE = FUNDED DOWN FROM IT
           05 ZBA-LAST-SWEEP-AMOUNT PIC S9(7)V99 VALUE 0.
