      *================================================================
      *    CREDIT BUREAU DETAIL RECORD
      *    ONE FIXED-WIDTH ROW PER LOAN PER REPORTING MONTH, CUT BY
      *    CREDIT-BUREAU-EXTRACT (02_BANKING/134_credit_bureau_
      *    extract.cob) BETWEEN THE "HDR" AND "TRL" LINES OF EACH
      *    credit_bureau_YYYYMM*.dat SUBMISSION FILE. THE SAME IMAGE
      *    IS KEPT PER LOAN AND MONTH IN credit_bureau_history.dat SO
      *    A PRIOR MONTH CAN BE RESUBMITTED AS A CORRECTION.
      *================================================================
       01 CREDIT-BUREAU-RECORD.
           05 CBR-RECORD-TYPE PIC X(3) VALUE "DTL".
      *    "N" = MONTHLY SUBMISSION, "C" = CORRECTION OF A ROW
      *    ALREADY SUBMITTED FOR CBR-REPORT-MONTH
           05 CBR-CORRECTION-FLAG PIC X VALUE "N".
           05 CBR-REPORT-MONTH PIC 9(6).
           05 CBR-LOAN-ID PIC 9(5).
           05 CBR-CUSTOMER-ID PIC 9(5).
           05 CBR-LAST-NAME PIC X(20).
           05 CBR-FIRST-NAME PIC X(20).
           05 CBR-BIRTH-DATE PIC 9(8).
           05 CBR-ADDRESS-LINE-1 PIC X(30).
           05 CBR-ADDRESS-LINE-2 PIC X(30).
           05 CBR-CITY PIC X(20).
           05 CBR-POSTAL-CODE PIC X(10).
           05 CBR-OPEN-DATE PIC 9(8).
           05 CBR-ORIGINAL-AMOUNT PIC 9(7)V99.
           05 CBR-CURRENT-BALANCE PIC 9(7)V99.
           05 CBR-SCHEDULED-PAYMENT PIC 9(7)V99.
           05 CBR-AMOUNT-PAST-DUE PIC 9(7)V99.
           05 CBR-DAYS-PAST-DUE PIC 9(4).
      *    PAYMENT STATUS: "11" = CURRENT (UNDER 30 DAYS PAST DUE),
      *    "71" = 30-59, "78" = 60-89, "80" = 90-119, "82" =
      *    120-149, "83" = 150-179, "84" = 180 OR MORE, "13" =
      *    PAID OFF / CLOSED
           05 CBR-PAYMENT-STATUS PIC X(2).
           05 CBR-CLOSED-DATE PIC 9(8) VALUE 0.
