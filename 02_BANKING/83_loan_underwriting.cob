           DISPLAY "  REQUESTED:     " LAPP-REQUESTED-AMOUNT
               " OVER " LAPP-TERM-MONTHS " MONTHS"
           DISPLAY "  PURPOSE:       "
               FUNCTION TRIM(LAPP-PURPOSE) " (CLASS "
               LAPP-PURPOSE-CODE ")"
           DISPLAY "  DEPOSITS HELD: " LAPP-DEPOSIT-TOTAL
           DISPLAY "  LOAN EXPOSURE: " LAPP-LOAN-EXPOSURE
           DISPLAY "  SUBMITTED:     " LAPP-SUBMIT-DATE
