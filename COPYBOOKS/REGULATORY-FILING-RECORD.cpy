      *================================================================
      *    QUARTERLY REGULATORY BALANCE SHEET FILING DETAIL RECORD
      *    ONE FIXED-WIDTH ROW PER SCHEDULE LINE, CUT BY
      *    REGULATORY-BALANCE-REPORT (02_BANKING/201_regulatory_
      *    balance_report.cob) BETWEEN THE "HDR" AND "TRL" LINES OF
      *    EACH regulatory_filing_YYYYMMDD.dat FILE (YYYYMMDD = THE
      *    QUARTER-END DATE). A RERUN FOR THE SAME QUARTER REPLACES
      *    THE FILE. AMOUNTS CARRY TWO IMPLIED DECIMALS.
      *================================================================
       01 REGULATORY-FILING-RECORD.
           05 RGF-RECORD-TYPE PIC X(3) VALUE "DTL".
           05 RGF-QUARTER-END PIC 9(8) VALUE 0.
      *    RGF-SCHEDULE: "D" = DEPOSITS, "P" = DEPOSITS BY PRODUCT,
      *    "L" = LOANS, "R" = RECONCILIATION TO THE LEDGER
           05 RGF-SCHEDULE PIC X VALUE "D".
      *    SCHEDULE LINE - DDI/DDB/DSI/DSB/DTI/DTB, TYPE TOTALS
      *    DDT/DST/DTT AND DTOT; LRE/LAU/LCN/LCI/LOD AND LTOT;
      *    RDEP/RLNS. A PRODUCT LINE IS THE ACCOUNT TYPE FOLLOWED
      *    BY THE PRODUCT CODE.
           05 RGF-LINE-CODE PIC X(6) VALUE SPACES.
           05 RGF-LINE-NAME PIC X(30) VALUE SPACES.
           05 RGF-COUNT PIC 9(7) VALUE 0.
           05 RGF-AMOUNTS.
      *        BALANCE AT QUARTER END (LOANS: PRINCIPAL OUTSTANDING)
               10 RGF-BALANCE PIC 9(11)V99 VALUE 0.
      *        DEPOSITS ONLY - THE INSURED AND UNINSURED SHARES
               10 RGF-INSURED PIC 9(11)V99 VALUE 0.
               10 RGF-UNINSURED PIC 9(11)V99 VALUE 0.
      *        INTEREST FOR THE QUARTER - EXPENSE ON DEPOSITS,
      *        INCOME ON LOANS
               10 RGF-INTEREST PIC 9(11)V99 VALUE 0.
      *        LOANS ONLY - OUTSTANDING OF THE LOANS PAST DUE AT
      *        QUARTER END, BY THE AGE OF THE OLDEST UNPAID
      *        INSTALLMENT: 1-30, 31-60, 61-90, OVER 90 DAYS
               10 RGF-PAST-DUE PIC 9(11)V99 OCCURS 4 TIMES.
      *    RECONCILIATION LINES ("R") - SCHEDULE FIGURE, LEDGER
      *    FIGURE AND THE DIFFERENCE, EACH WITH A "+"/"-" SIGN
           05 RGF-RECON-AMOUNTS REDEFINES RGF-AMOUNTS.
               10 RGF-REC-REPORTED-SIGN PIC X.
               10 RGF-REC-REPORTED PIC 9(11)V99.
               10 RGF-REC-LEDGER-SIGN PIC X.
               10 RGF-REC-LEDGER PIC 9(11)V99.
               10 RGF-REC-DIFFERENCE-SIGN PIC X.
               10 RGF-REC-DIFFERENCE PIC 9(11)V99.
               10 FILLER PIC X(62).
