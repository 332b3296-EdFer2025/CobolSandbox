      *    AN OVERWRITE, SO OLD ADDRESSES ARE KEPT FOR THE RECORD.
      *    CUSTOMER-DB MAINTAINS THE FILE; STATEMENT AND
      *    STATEMENT-CYCLE PULL THE ROW IN FORCE TODAY INTO EACH
      *    STATEMENT'S MAILING HEADER. A ROW THAT CHANGES THE
      *    ADDRESS, PHONE OR EMAIL OPENS A COOLING-OFF WINDOW IN
      *    WHICH CONTACT-COOLING-CHECK (02_BANKING/165_contact_
      *    cooling_check.cob) HOLDS BACK CARD ISSUES, NEW PAYEES,
      *    EXTERNAL PAYMENTS, ONLINE INSTRUCTIONS AND PIN CHANGES.
      *    RETURNED-MAIL (02_BANKING/168_returned_mail.cob) MARKS THE
      *    ROW IN FORCE WHEN POST SENT TO IT COMES BACK, AND
      *    MAIL-HOLD-CHECK (02_BANKING/167_mail_hold_check.cob) THEN
      *    HAS PAPER OUTPUT HELD INSTEAD OF MAILED.
      *================================================================
       01 CONTACT-RECORD.
           05 CONTACT-KEY.
           05 CONTACT-EMAIL PIC X(30) VALUE SPACES.
      *    PREFERRED DELIVERY CHANNEL: "M" = MAIL, "E" = EMAIL
           05 CONTACT-DELIVERY-CHANNEL PIC X VALUE "M".
      *    THE BUSINESS DATE THE ROW WAS KEYED AND BY WHOM
           05 CONTACT-RECORDED-DATE PIC 9(8) VALUE 0.
           05 CONTACT-RECORDED-BY PIC X(10) VALUE SPACES.
      *    LAST DAY OF THE COOLING-OFF WINDOW THE ROW OPENED - ZERO
      *    FOR A CUSTOMER'S FIRST ROW OR A ROW THAT CHANGED NONE OF
      *    THE ADDRESS, PHONE OR EMAIL
           05 CONTACT-COOLING-UNTIL PIC 9(8) VALUE 0.
      *    "Y" ONCE POST SENT TO THE ROW'S ADDRESS HAS COME BACK
      *    UNDELIVERABLE. THE DATE IS THE FIRST RETURN; LATER RETURNS
      *    ONLY ADD TO THE COUNT. A NEW ROW WITH A NEW ADDRESS ENDS
      *    THE STATUS, AS DOES CLEARING IT ONCE THE ADDRESS IS
      *    CONFIRMED.
           05 CONTACT-MAIL-RETURNED PIC X VALUE "N".
           05 CONTACT-RETURNED-DATE PIC 9(8) VALUE 0.
           05 CONTACT-RETURN-COUNT PIC 9(3) VALUE 0.
           05 CONTACT-RETURNED-BY PIC X(10) VALUE SPACES.
