      *    READ TO CHECK THE HOLDER'S BACKUP-WITHHOLDING FLAG - A
      *    FLAGGED CUSTOMER'S MATURITY INTEREST SPLITS INTO A NET
      *    CREDIT AND A TYPE "H" WITHHELD SLICE, SAME TREATMENT AS
      *    INTEREST-CAPITALIZATION.
           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
       01 WS-TXN-MEMO PIC X(40).

      *BACKUP WITHHOLDING - RATE IS A FALLBACK, OVERRIDDEN BY THE
      *SAME BACKUP-WH-RATE PARAMETER INTEREST-CAPITALIZATION USES
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-CUSTOMER-FILE-OPEN PIC X VALUE "N".
       01 WS-WITHHOLD-RATE PIC V9(4) VALUE 0.2400.
