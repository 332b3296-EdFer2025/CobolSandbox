      *================================================================
      *    SHARED POSITIVE PAY ISSUE RECORD LAYOUT
      *    ONE ROW PER CHECK AN ENROLLED BUSINESS CUSTOMER TELLS US
      *    IT WROTE, LOADED FROM THE CUSTOMER'S ISSUE FILE BY
      *    POSITIVE-PAY-IMPORT (02_BANKING/118_positive_pay_import.
      *    cob). THE IMPORT ALSO PUTS THE NUMBER ON THE CHECK
      *    REGISTER (CHECK-RECORD), SO THIS ROW ONLY HOLDS WHAT THE
      *    REGISTER DOES NOT - THE AMOUNT AND PAYEE AS ISSUED. A
      *    PRESENTED CHECK WHOSE NUMBER IS NOT HERE, IS VOIDED, OR
      *    WHOSE AMOUNT DIFFERS IS NOT PAID BUT QUEUED AS A POSITIVE
      *    PAY EXCEPTION (POSITIVE-PAY-EXCEPTION-RECORD.cpy).
      *================================================================
       01 POSITIVE-PAY-ISSUE-RECORD.
           05 PPI-KEY.
               10 PPI-ACCOUNT PIC 9(9).
               10 PPI-CHECK-NUMBER PIC 9(6).
           05 PPI-AMOUNT PIC 9(7)V99 VALUE 0.
           05 PPI-ISSUE-DATE PIC 9(8) VALUE 0.
           05 PPI-PAYEE PIC X(40) VALUE SPACES.
      *    PPI-STATUS: "I" = ISSUED, "V" = VOIDED BY THE CUSTOMER
           05 PPI-STATUS PIC X VALUE "I".
           05 PPI-LOADED-DATE PIC 9(8) VALUE 0.
