           DISPLAY "PURPOSE:                       "
               WITH NO ADVANCING
           ACCEPT LAPP-PURPOSE
      *    THE REGULATORY CLASS - LEFT BLANK IT FOLLOWS THE
      *    APPLICANT: COMMERCIAL FOR A BUSINESS CUSTOMER, OTHER
      *    CONSUMER FOR AN INDIVIDUAL
           MOVE "?" TO LAPP-PURPOSE-CODE
           PERFORM UNTIL LAPP-PURPOSE-CODE = "H" OR "A" OR "C"
               OR "B"
               DISPLAY "PURPOSE CLASS (H=HOME A=AUTO C=CONSUMER "
                   "B=BUSINESS):" WITH NO ADVANCING
               ACCEPT LAPP-PURPOSE-CODE
               MOVE FUNCTION UPPER-CASE(LAPP-PURPOSE-CODE)
                   TO LAPP-PURPOSE-CODE
               IF LAPP-PURPOSE-CODE = SPACE
                   IF CUSTOMER-TYPE = "B"
                       MOVE "B" TO LAPP-PURPOSE-CODE
                   ELSE
                       MOVE "C" TO LAPP-PURPOSE-CODE
                   END-IF
               END-IF
           END-PERFORM
           IF LAPP-REQUESTED-AMOUNT = 0 OR LAPP-TERM-MONTHS = 0
               DISPLAY "AMOUNT AND TERM MUST BOTH BE NON-ZERO - "
                   "NOT CAPTURED"
