      *    ANY OF THEM (AND THE CURRENT ONE) AS THE NEW PIN
           05 TELLER-PIN-HISTORY.
               10 TELLER-OLD-PIN OCCURS 3 TIMES PIC 9(4).
      *    THE STAFF MEMBER'S OWN CUSTOMER-ID WHEN THEY BANK WITH US
      *    - ZERO WHEN THEY DO NOT. BANKING REFUSES ANY POSTING,
      *    REVERSAL, LIMIT CHANGE OR REACTIVATION ON AN ACCOUNT THIS
      *    CUSTOMER (OR ANYONE IN THEIR households.dat HOUSEHOLD)
      *    OWNS OR SIGNS ON - SEE STAFF-ACCOUNT-LINK
      *    (02_BANKING/151_staff_account_link.cob).
           05 TELLER-CUSTOMER-ID PIC 9(5) VALUE 0.
