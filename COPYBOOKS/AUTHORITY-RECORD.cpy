      *================================================================
      *    SHARED TELLER AUTHORITY MATRIX RECORD LAYOUT
      *    A CEILING PER COUNTER ACTIVITY, HELD EITHER FOR A NAMED
      *    AUTHORITY LEVEL ("L" ROWS - E.G. TRAINEE, TELLER, HEAD)
      *    OR FOR ONE TELLER ("T" ROWS). A TELLER'S ROW NAMES THE
      *    LEVEL THEY SIT AT AND MAY CARRY LIMITS OF ITS OWN; A
      *    NON-ZERO TELLER LIMIT WINS OVER THE LEVEL'S, A ZERO ONE
      *    FALLS BACK TO IT. A TELLER WITH NO ROW AT ALL SITS AT
      *    LEVEL "DEFAULT". A LIMIT OF ZERO EVERYWHERE MEANS NO
      *    CEILING. RESOLVED BY TELLER-AUTHORITY
      *    (02_BANKING/156_teller_authority.cob), MAINTAINED UNDER
      *    TELLER-MAINTENANCE (02_BANKING/22_teller_maintenance.cob).
      *================================================================
       01 AUTHORITY-RECORD.
           05 AUTH-KEY.
      *        AUTH-KIND: "L" = NAMED LEVEL, "T" = ONE TELLER
               10 AUTH-KIND PIC X.
               10 AUTH-ID PIC X(10).
      *    ON A TELLER ROW, THE LEVEL THE TELLER SITS AT - SPACES
      *    MEANS "DEFAULT". UNUSED ON A LEVEL ROW.
           05 AUTH-LEVEL PIC X(10) VALUE SPACES.
      *    ONE CEILING PER ACTIVITY, SINGLE ITEM, IN THE ORDER THE
      *    TABLE VIEW BELOW NUMBERS THEM
           05 AUTH-LIMITS.
               10 AUTH-CASH-WITHDRAWAL PIC 9(9)V99 VALUE 0.
               10 AUTH-CASH-DEPOSIT PIC 9(9)V99 VALUE 0.
               10 AUTH-TRANSFER PIC 9(9)V99 VALUE 0.
               10 AUTH-EXTERNAL-TRANSFER PIC 9(9)V99 VALUE 0.
               10 AUTH-REVERSAL PIC 9(9)V99 VALUE 0.
               10 AUTH-CHECK-PAYMENT PIC 9(9)V99 VALUE 0.
               10 AUTH-OFFICIAL-INSTRUMENT PIC 9(9)V99 VALUE 0.
               10 AUTH-FOREIGN-EXCHANGE PIC 9(9)V99 VALUE 0.
      *        CUMULATIVE CASH PAID OUT ACROSS THE BUSINESS DAY
      *        (THE DRAWER'S DRAWER-CASH-OUT PLUS THIS PAYMENT)
               10 AUTH-DAILY-CASH-OUT PIC 9(9)V99 VALUE 0.
      *    THE SAME NINE LIMITS AS A TABLE, SUBSCRIPTED BY ACTIVITY:
      *    1 CASH WITHDRAWAL, 2 CASH DEPOSIT, 3 TRANSFER, 4 EXTERNAL
      *    TRANSFER, 5 REVERSAL, 6 CHECK PAYMENT, 7 OFFICIAL
      *    INSTRUMENT, 8 FOREIGN CASH EXCHANGE, 9 DAILY CASH-OUT
           05 AUTH-LIMIT-TABLE REDEFINES AUTH-LIMITS.
               10 AUTH-LIMIT PIC 9(9)V99 OCCURS 9 TIMES.
           05 AUTH-UPDATED-BY PIC X(10) VALUE SPACES.
           05 AUTH-UPDATED-DATE PIC 9(8) VALUE 0.
