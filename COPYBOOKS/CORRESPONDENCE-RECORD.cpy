      *================================================================
      *    SHARED CUSTOMER CORRESPONDENCE OUTBOX RECORD LAYOUT
      *    ONE ROW FOR EVERY LETTER OR NOTICE THE BANK PRODUCES FOR A
      *    CUSTOMER - NSF NOTICES, ALERTS, WELCOME DOCUMENTS,
      *    CONFIRMATION LETTERS, ESCHEAT AND DECEASED-ESTATE LETTERS,
      *    CHANGE-IN-TERMS NOTICES - WITH THE RENDERED TEXT AND THE
      *    CHANNEL IT GOES OUT ON.
      *    KEYED SO A CUSTOMER'S CORRESPONDENCE READS TOGETHER, OLDEST
      *    FIRST. WRITTEN ONLY THROUGH CORRESPONDENCE-WRITE
      *    (02_BANKING/170_correspondence_write.cob), SENT TO THE
      *    PRINT AND EMAIL VENDORS NIGHTLY BY CORRESPONDENCE-DISPATCH
      *    (02_BANKING/171_correspondence_dispatch.cob) AND SHOWN AS
      *    A HISTORY IN CUSTOMER-DB.
      *================================================================
       01 CORRESPONDENCE-RECORD.
           05 COR-KEY.
               10 COR-CUSTOMER-ID PIC 9(5).
      *        THE BUSINESS DATE THE ITEM WAS PRODUCED
               10 COR-DATE PIC 9(8).
               10 COR-TIME PIC 9(8).
      *        BREAKS A TIE WHEN TWO ITEMS LAND IN THE SAME
      *        HUNDREDTH OF A SECOND
               10 COR-SEQ PIC 9(2).
      *    ZERO FOR A LETTER ABOUT THE CUSTOMER RATHER THAN AN ACCOUNT
           05 COR-ACCOUNT PIC 9(9).
      *    COR-DOC-TYPE: "NSF " = NSF NOTICE, "ALRT" = ACCOUNT ALERT,
      *    "WELC" = WELCOME DOCUMENTS, "CONF" = CONFIRMATION LETTER,
      *    "ESCH" = ESCHEATMENT NOTICE, "DECD" = DECEASED ESTATE,
      *    "TERM" = CHANGE-IN-TERMS NOTICE, "BRCL" = BRANCH CLOSURE
      *    NOTICE, "NDEP" = NIGHT DEPOSIT COUNT DIFFERENCE
           05 COR-DOC-TYPE PIC X(4).
      *    THE CUSTOMER'S DELIVERY CHANNEL WHEN THE ITEM WAS WRITTEN:
      *    "M" = MAIL, "E" = EMAIL
           05 COR-CHANNEL PIC X.
      *    COR-STATUS: "P" = PENDING DISPATCH, "D" = DISPATCHED,
      *    "H" = HELD - THE ADDRESS IS MARKED RETURNED-MAIL
           05 COR-STATUS PIC X.
           05 COR-PRODUCED-BY PIC X(20).
      *    SET BY THE DISPATCHER: THE BUSINESS DATE SENT AND THE
      *    VENDOR FILE IT WENT TO - "P" = PRINT, "E" = EMAIL
           05 COR-DISPATCH-DATE PIC 9(8).
           05 COR-VENDOR PIC X.
           05 COR-LINE-COUNT PIC 9(2).
           05 COR-LINE PIC X(100) OCCURS 20 TIMES.
