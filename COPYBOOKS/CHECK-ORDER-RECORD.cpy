      *================================================================
      *    SHARED CHECKBOOK REORDER RECORD LAYOUT
      *    ONE ROW PER CHECKBOOK ORDER SENT TO THE CHECK PRINTER,
      *    KEYED BY ACCOUNT + THE FIRST SERIAL NUMBER ORDERED. THE
      *    NIGHTLY CHECK-REORDER SCAN (02_BANKING/124_check_reorder.
      *    cob) WRITES IT WHEN AN ACCOUNT IS RUNNING OUT OF CHECKS,
      *    AND THE KEY ITSELF IS WHAT STOPS THE SAME BOOK BEING
      *    ORDERED TWICE. THE VENDOR'S ACKNOWLEDGEMENT FILE FLIPS
      *    THE ROW TO CONFIRMED; CHECK-REORDER-REPORT LISTS WHAT IS
      *    STILL WAITING.
      *================================================================
       01 CHECK-ORDER-RECORD.
           05 CKO-KEY.
               10 CKO-ACCOUNT PIC 9(9).
               10 CKO-START-SERIAL PIC 9(6).
           05 CKO-QUANTITY PIC 9(4) VALUE 0.
      *    PRINTER'S STYLE CODE - CARRIED FORWARD FROM THE ACCOUNT'S
      *    PREVIOUS ORDER, "STD " WHEN THERE IS NONE
           05 CKO-STYLE PIC X(4) VALUE "STD ".
           05 CKO-ORDER-DATE PIC 9(8) VALUE 0.
      *    CKO-STATUS: "S" = SENT TO THE VENDOR, "C" = CONFIRMED BY
      *    THE VENDOR
           05 CKO-STATUS PIC X VALUE "S".
           05 CKO-CONFIRMED-DATE PIC 9(8) VALUE 0.
           05 CKO-VENDOR-REF PIC X(12) VALUE SPACES.
