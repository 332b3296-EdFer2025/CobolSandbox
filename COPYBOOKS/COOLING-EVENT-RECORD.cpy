      *================================================================
      *    SHARED CONTACT COOLING-OFF EVENT RECORD LAYOUT
      *    ONE ROW EACH TIME A HIGH-RISK ACTION IS ATTEMPTED ON A
      *    CUSTOMER WHOSE ADDRESS, PHONE OR EMAIL CHANGED INSIDE THE
      *    COOLING-OFF WINDOW (SEE CONTACT-RECORD.cpy) - WHAT WAS
      *    TRIED, ON WHICH ACCOUNT, BY WHOM, AND WHETHER IT WAS
      *    REFUSED OR A SUPERVISOR LET IT THROUGH. KEYED SO ONE
      *    CHANGE'S EVENTS READ TOGETHER. WRITTEN BY
      *    CONTACT-COOLING-CHECK (02_BANKING/165_contact_cooling_
      *    check.cob), REPORTED DAILY BY CONTACT-COOLING-REPORT
      *    (02_BANKING/166_contact_cooling_report.cob).
      *================================================================
       01 COOLING-EVENT-RECORD.
           05 CCE-KEY.
               10 CCE-CUSTOMER-ID PIC 9(5).
      *        THE EFFECTIVE DATE OF THE CONTACT ROW THAT OPENED THE
      *        WINDOW - WITH THE CUSTOMER, THE CONTACT ROW'S KEY
               10 CCE-CHANGE-DATE PIC 9(8).
               10 CCE-EVENT-DATE PIC 9(8).
               10 CCE-EVENT-TIME PIC 9(8).
      *        BREAKS A TIE WHEN TWO EVENTS LAND IN THE SAME
      *        HUNDREDTH OF A SECOND
               10 CCE-SEQ PIC 9(2).
      *    CCE-ACTION: "CR" = CARD ISSUED, "PY" = SAVED PAYEE ADDED,
      *    "XT" = EXTERNAL PAYMENT, "OL" = ONLINE INSTRUCTION,
      *    "PN" = KIOSK PIN SET OR UNLOCKED
           05 CCE-ACTION PIC X(2).
      *    CCE-OUTCOME: "R" = REFUSED, "O" = SUPERVISOR OVERRIDE
           05 CCE-OUTCOME PIC X.
      *    ZERO FOR AN ACTION ON THE CUSTOMER RATHER THAN AN ACCOUNT
           05 CCE-ACCOUNT PIC 9(9).
           05 CCE-TELLER-ID PIC X(10).
           05 CCE-SUPERVISOR-ID PIC X(10).
      *    THE DAY THE CHANGE WAS KEYED AND THE LAST DAY OF ITS
      *    WINDOW, COPIED FROM THE CONTACT ROW
           05 CCE-RECORDED-DATE PIC 9(8).
           05 CCE-COOLING-UNTIL PIC 9(8).
