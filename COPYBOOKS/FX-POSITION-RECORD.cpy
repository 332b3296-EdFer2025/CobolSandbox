      *================================================================
      *    SHARED FX NET OPEN POSITION HISTORY RECORD LAYOUT
      *    02_BANKING/fx_positions.dat, INDEXED ON FXP-KEY. ONE ROW
      *    PER FOREIGN CURRENCY PER BUSINESS DAY, WRITTEN BY
      *    FX-POSITION-REPORT (02_BANKING/194_fx_position_report.cob)
      *    EACH NIGHT. THE KEY LEADS WITH THE CURRENCY SO THE PRIOR
      *    DAY'S ROW - THE DAY-OVER-DAY CHANGE ON THE REPORT - IS THE
      *    ONE JUST BEFORE TODAY'S. A RERUN THE SAME DAY REPLACES
      *    THE DAY'S ROW.
      *
      *    ALL AMOUNTS EXCEPT THE USD FIGURES ARE IN THE CURRENCY
      *    ITSELF. NET = CASH HELD - CUSTOMER LIABILITIES - OUTBOUND
      *    IN FLIGHT: ABOVE ZERO IS A LONG POSITION, BELOW ZERO SHORT.
      *================================================================
       01 FX-POSITION-RECORD.
           05 FXP-KEY.
               10 FXP-CURRENCY PIC X(3).
               10 FXP-DATE PIC 9(8).
      *    CUSTOMER BALANCES HELD IN THE CURRENCY (banking.dat)
           05 FXP-LIABILITIES PIC S9(11)V99 VALUE 0.
      *    FOREIGN NOTES IN TODAY'S TELLER DRAWERS
           05 FXP-CASH-HELD PIC S9(11)V99 VALUE 0.
      *    QUEUED OR DISPATCHED-BUT-UNRETURNED OUTBOUND PAYMENTS
      *    FROM ACCOUNTS IN THE CURRENCY
           05 FXP-IN-FLIGHT PIC S9(11)V99 VALUE 0.
           05 FXP-NET PIC S9(11)V99 VALUE 0.
      *    THE RATE-FILE RATE IN FORCE ON FXP-DATE - ZERO WHEN NONE
      *    WAS ON FILE AND THE POSITION COULD NOT BE VALUED
           05 FXP-RATE-TO-USD PIC 9(3)V9(4) VALUE 0.
           05 FXP-NET-USD PIC S9(11)V99 VALUE 0.
           05 FXP-LIMIT-USD PIC 9(9)V99 VALUE 0.
      *    FXP-BREACH: "Y" = ABSOLUTE USD POSITION OVER THE LIMIT,
      *    "N" = WITHIN IT, "U" = UNVALUED (NO RATE ON FILE)
           05 FXP-BREACH PIC X VALUE "N".
           05 FILLER PIC X(20).
