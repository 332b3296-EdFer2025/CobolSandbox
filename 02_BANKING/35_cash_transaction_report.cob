      *
      *    THE THRESHOLD IS THE CASH-REPORT-LIMIT ROW OF THE CENTRAL
      *    PARAMETER FILE; THE COMPILED-IN VALUE IS THE FALLBACK.
      *    EACH CUSTOMER REPORTED IS ALSO LOGGED THROUGH
      *    COMPLIANCE-HIT-LOG, KEYED BY THE TARGET DATE, FOR
      *    INVESTIGATION-CASES TO PICK UP.
      *
      *    TAKES THE TARGET DATE AS A LINKAGE PARAMETER, THE SAME
      *    PATTERN AS 02_daily_register.cob - RUN STANDALONE IT
       01 WS-CUSTOMER-DISPLAY-NAME PIC A(41).
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.

      *THE REPORTED CUSTOMER AS HANDED TO COMPLIANCE-HIT-LOG
       01 WS-HIT-SOURCE PIC X(4) VALUE "CTR".
       01 WS-HIT-SOURCE-REF PIC X(12).
       01 WS-HIT-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-HIT-DETAIL PIC X(40)
           VALUE "DAILY CASH OVER THE REPORTING THRESHOLD".

       LINKAGE SECTION.
       01 LK-TARGET-DATE PIC 9(8).

               "  DAILY CASH " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HIT-SOURCE-REF
           MOVE WS-TARGET-DATE TO WS-HIT-SOURCE-REF
           CALL "COMPLIANCE-HIT-LOG" USING WS-HIT-SOURCE
               WS-HIT-SOURCE-REF WS-CASH-CUSTOMER-ID(WS-CASH-INDEX)
               WS-HIT-ACCOUNT WS-TARGET-DATE
               WS-CASH-TOTAL(WS-CASH-INDEX) WS-HIT-DETAIL

           MOVE "N" TO WS-TRANSACTION-FILE-EOF
           OPEN INPUT TRANSACTION-FILE
