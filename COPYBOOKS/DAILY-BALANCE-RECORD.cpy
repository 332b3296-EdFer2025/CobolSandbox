      *================================================================
      *    SHARED DAILY BALANCE HISTORY RECORD LAYOUT
      *    ONE ROW PER banking.dat ACCOUNT PER BUSINESS DAY, WRITTEN
      *    BY DAILY-BALANCE-SNAPSHOT (02_BANKING/
      *    116_daily_balance_snapshot.cob) AS THE LAST STEP BEFORE
      *    END-OF-DAY ROLLS THE DATE. "WHAT WAS THE BALANCE AT CLOSE
      *    ON THE 14TH" IS ONE KEYED READ INSTEAD OF A REPLAY OF THE
      *    ARCHIVES - SEE BANKING'S BALANCE-AS-OF-DATE OPTION.
      *================================================================
       01 DAILY-BALANCE-RECORD.
           05 DBAL-KEY.
               10 DBAL-ACCOUNT PIC 9(9).
      *        THE BUSINESS DATE THE ROW CLOSED, YYYYMMDD
               10 DBAL-DATE PIC 9(8).
      *    ACCOUNT-BALANCE AS THE NIGHT LEFT IT
           05 DBAL-LEDGER-BALANCE PIC S9(7)V99 VALUE 0.
      *    LEDGER BALANCE LESS THE ACCOUNT'S ACTIVE, UNEXPIRED
      *    AUTHORIZATION HOLDS
           05 DBAL-AVAILABLE-BALANCE PIC S9(7)V99 VALUE 0.
           05 DBAL-HOLDS-TOTAL PIC 9(7)V99 VALUE 0.
           05 DBAL-ACCOUNT-STATUS PIC X.
           05 DBAL-CURRENCY PIC X(3).
