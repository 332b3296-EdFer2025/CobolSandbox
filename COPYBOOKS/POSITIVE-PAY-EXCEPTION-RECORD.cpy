      *================================================================
      *    SHARED POSITIVE PAY EXCEPTION RECORD LAYOUT
      *    ONE ROW PER PRESENTED CHECK ON AN ENROLLED ACCOUNT THAT
      *    DID NOT MATCH THE CUSTOMER'S ISSUE FILE. WRITTEN AT THE
      *    MOMENT OF PRESENTMENT BY POSITIVE-PAY-SCREEN (02_BANKING/
      *    119_positive_pay_screen.cob) INSTEAD OF PAYING THE ITEM.
      *    THE CUSTOMER'S PAY/RETURN DECISION IS KEYED THROUGH
      *    POSITIVE-PAY-MAINTENANCE; AN ITEM STILL UNDECIDED AFTER
      *    PPX-DEADLINE-DATE IS RETURNED BY DEFAULT BY THE NIGHTLY
      *    POSITIVE-PAY-EXCEPTIONS STEP, WHICH ALSO PAYS OR RETURNS
      *    DECIDED INWARD CLEARING ITEMS AND PRINTS THE DAILY
      *    EXCEPTIONS REPORT PER CUSTOMER.
      *================================================================
       01 POSITIVE-PAY-EXCEPTION-RECORD.
           05 PPX-KEY.
               10 PPX-ACCOUNT PIC 9(9).
               10 PPX-CHECK-NUMBER PIC 9(6).
           05 PPX-PRESENTED-AMOUNT PIC 9(7)V99 VALUE 0.
      *    THE AMOUNT ON THE ISSUE FILE, ZERO WHEN NOT ISSUED
           05 PPX-ISSUED-AMOUNT PIC 9(7)V99 VALUE 0.
      *    PPX-REASON: "N" = NOT ON THE ISSUE FILE, "V" = VOIDED BY
      *    THE CUSTOMER, "A" = AMOUNT DIFFERS FROM THE ISSUE FILE
           05 PPX-REASON PIC X.
      *    PPX-SOURCE: "T" = TELLER PAY-CHECK, "B" = BATCH IMPORT,
      *    "C" = INWARD CLEARING
           05 PPX-SOURCE PIC X.
           05 PPX-PRESENTED-DATE PIC 9(8) VALUE 0.
      *    LAST BUSINESS DAY FOR THE CUSTOMER'S DECISION - AFTER IT
      *    AN UNDECIDED ITEM IS RETURNED
           05 PPX-DEADLINE-DATE PIC 9(8) VALUE 0.
      *    PPX-DECISION: SPACE = AWAITING THE CUSTOMER, "P" = PAY,
      *    "R" = RETURN, "D" = RETURNED BY DEFAULT AT THE DEADLINE
           05 PPX-DECISION PIC X VALUE SPACE.
           05 PPX-DECISION-DATE PIC 9(8) VALUE 0.
           05 PPX-DECIDED-BY PIC X(8) VALUE SPACES.
      *    PPX-STATUS: "O" = OPEN, "P" = PAID, "R" = RETURNED
           05 PPX-STATUS PIC X VALUE "O".
           05 PPX-CLOSED-DATE PIC 9(8) VALUE 0.
      *    INWARD CLEARING ITEMS ONLY: WHO PRESENTED THE CHECK, SO A
      *    PAY DECISION CAN SETTLE IT AND A RETURN CAN GO BACK
           05 PPX-PRESENTING-BANK PIC 9(9) VALUE 0.
           05 PPX-ITEM-TRACE PIC X(15) VALUE SPACES.
