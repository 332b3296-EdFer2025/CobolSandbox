      *    LSCH-STATUS: "O" = OPEN, "P" = PAID
           05 LSCH-STATUS PIC X VALUE "O".
           05 LSCH-PAID-DATE PIC 9(8) VALUE 0.
      *    LATE CHARGE ASSESSED AGAINST THIS INSTALLMENT AND THE
      *    DATE IT WAS ASSESSED - A NON-ZERO DATE MEANS THE ROW HAS
      *    BEEN CHARGED AND WILL NOT BE CHARGED AGAIN
           05 LSCH-LATE-CHARGE PIC 9(5)V99 VALUE 0.
           05 LSCH-LATE-CHARGE-DATE PIC 9(8) VALUE 0.
