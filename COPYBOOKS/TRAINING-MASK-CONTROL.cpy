      *================================================================
      *    TRAINING MASK CONTROL RECORD
      *    ONE LINE WRITTEN BY TRAINING-MASK (02_BANKING/182_training_
      *    mask.cob) AS THE LAST THING IT DOES, ONCE EVERY MASKED
      *    TRAINING COPY HAS BEEN WRITTEN IN FULL. IT CARRIES THE
      *    RECORD COUNT AND A HASH TOTAL OF THE SCRAMBLED KEYS OF EACH
      *    COPY. THE TRAINING SANDBOX (02_BANKING/00_banking.cob)
      *    RECOMPUTES BOTH OVER THE COPY IT IS ABOUT TO LOAD AND
      *    REFUSES IT IF THERE IS NO CONTROL LINE OR THE FIGURES DO
      *    NOT AGREE - A PRODUCTION FILE DROPPED IN UNDER A TRAINING
      *    NAME CAN NEVER MATCH THE HASH OF THE SCRAMBLED NUMBERS.
      *
      *    MASK-ACCOUNT-HASH   SUM OF THE MASKED ACCOUNT NUMBERS
      *    MASK-CUSTOMER-HASH  SUM OF THE MASKED CUSTOMER IDS
      *    MASK-TRANSACTION-HASH
      *                        SUM OF THE MASKED FROM-ACCOUNT PLUS
      *                        TO-ACCOUNT OF EVERY LEDGER ROW
      *================================================================
       01 MASK-CONTROL-RECORD.
           05 MASK-RUN-DATE PIC 9(8).
           05 MASK-RUN-TIME PIC 9(6).
           05 MASK-AMOUNT-PCT PIC 9(2)V99.
           05 MASK-ACCOUNT-COUNT PIC 9(7).
           05 MASK-ACCOUNT-HASH PIC 9(15).
           05 MASK-CUSTOMER-COUNT PIC 9(7).
           05 MASK-CUSTOMER-HASH PIC 9(15).
           05 MASK-CONTACT-COUNT PIC 9(7).
           05 MASK-TRANSACTION-COUNT PIC 9(9).
           05 MASK-TRANSACTION-HASH PIC 9(18).
