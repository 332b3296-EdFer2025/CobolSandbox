      *================================================================
      *    SHARED NIGHT DEPOSIT BAG REGISTER RECORD LAYOUT
      *    02_BANKING/night_deposits.dat, INDEXED ON NDB-ID WITH AN
      *    ALTERNATE KEY ON THE CUSTOMER ACCOUNT FOR THE DISCREPANCY
      *    HISTORY. ONE ROW PER SEALED BAG DROPPED AFTER HOURS -
      *    LOGGED ON RECEIPT, THEN OPENED, COUNTED AND POSTED UNDER
      *    DUAL CONTROL IN NIGHT-DEPOSIT
      *    (02_BANKING/195_night_deposit.cob). BAGS LEFT UNOPENED PAST
      *    THE DEADLINE AND REPEAT DISCREPANCIES ARE REPORTED NIGHTLY
      *    BY NIGHT-DEPOSIT-REPORT
      *    (02_BANKING/196_night_deposit_report.cob). THE BAG NUMBER
      *    IS THE ONE ON THE SEAL - BAGS ARE REUSED, SO IT IS NOT THE
      *    KEY.
      *================================================================
       01 NIGHT-DEPOSIT-RECORD.
           05 NDB-ID PIC 9(7).
           05 NDB-BAG-NUMBER PIC X(10).
           05 NDB-ACCOUNT PIC 9(9).
           05 NDB-CUSTOMER-ID PIC 9(5).
      *    THE BRANCH WHOSE NIGHT SAFE TOOK THE BAG - ITS VAULT
      *    TAKES THE CASH WHEN THE BAG IS COUNTED
           05 NDB-BRANCH PIC X(3).
      *    WHAT THE CUSTOMER'S DEPOSIT SLIP SAYS IS IN THE BAG
           05 NDB-DECLARED-AMOUNT PIC 9(7)V99 VALUE 0.
           05 NDB-RECEIVED-DATE PIC 9(8) VALUE 0.
           05 NDB-RECEIVED-BY PIC X(10) VALUE SPACES.
      *    NDB-STATUS: "R" = RECEIVED, STILL SEALED, "P" = OPENED,
      *    COUNTED AND POSTED
           05 NDB-STATUS PIC X VALUE "R".
      *    FILLED IN WHEN THE BAG IS OPENED: THE TWO TELLERS PRESENT,
      *    THE NOTE COUNT BY DENOMINATION AND ITS VALUE
           05 NDB-OPENED-DATE PIC 9(8) VALUE 0.
           05 NDB-OPENED-BY-1 PIC X(10) VALUE SPACES.
           05 NDB-OPENED-BY-2 PIC X(10) VALUE SPACES.
           05 NDB-HUNDREDS PIC 9(5) VALUE 0.
           05 NDB-FIFTIES PIC 9(5) VALUE 0.
           05 NDB-TWENTIES PIC 9(5) VALUE 0.
           05 NDB-TENS PIC 9(5) VALUE 0.
           05 NDB-FIVES PIC 9(5) VALUE 0.
           05 NDB-ONES PIC 9(5) VALUE 0.
           05 NDB-COUNTED-AMOUNT PIC 9(7)V99 VALUE 0.
      *    COUNTED LESS DECLARED - BELOW ZERO THE BAG WAS SHORT,
      *    ABOVE ZERO OVER. THE CUSTOMER IS CREDITED WITH THE COUNT.
           05 NDB-DIFFERENCE PIC S9(7)V99 VALUE 0.
      *    THE DEPOSIT POSTING'S TRANSACTION-REF
           05 NDB-TRANSACTION-REF PIC 9(10) VALUE 0.
      *    "Y" WHEN A DIFFERENCE NOTICE WENT TO THE CUSTOMER
           05 NDB-NOTICE-SENT PIC X VALUE "N".
           05 FILLER PIC X(20).
