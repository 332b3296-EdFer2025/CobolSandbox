      *    LIABILITY, AND A LOST INSTRUMENT IS STOPPED AND
      *    REPLACED ON A FRESH SERIAL. THE STALE-DATE REPORT FEEDS
      *    ESCHEATMENT. ALL IN OFFICIAL-INSTRUMENTS
      *    (02_BANKING/96_official_instruments.cob), EXCEPT THAT
      *    BANKING'S CLOSE-ACCOUNT ALSO ISSUES A CASHIER'S CHECK
      *    FROM THIS STOCK WHEN A CLOSING BALANCE IS PAID OUT BY ONE.
      *================================================================
       01 INSTRUMENT-RECORD.
           05 INST-KEY.
