      *    THE SAME CASH-REPORT-LIMIT THRESHOLD WHILE EVERY PIECE
      *    STAYED UNDER IT. THE SECOND PASS PRINTS THE FULL
      *    CONTRIBUTING TRANSACTION LIST FOR THE COMPLIANCE
      *    OFFICER. EACH FLAGGED CUSTOMER IS ALSO LOGGED THROUGH
      *    COMPLIANCE-HIT-LOG, KEYED BY THE RUN DATE, FOR
      *    INVESTIGATION-CASES TO PICK UP.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY ANOTHER DRIVER -
      *    GOBACK RETURNS WITH RETURN-CODE 0 (OK) OR 4 (FAILED).
       01 WS-AGG-FOUND PIC X.
       01 WS-LIST-CUSTOMER PIC 9(5).

      *THE FLAGGED CUSTOMER AS HANDED TO COMPLIANCE-HIT-LOG
       01 WS-HIT-SOURCE PIC X(4) VALUE "STR".
       01 WS-HIT-SOURCE-REF PIC X(12).
       01 WS-HIT-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-HIT-AMOUNT PIC 9(9)V99.
       01 WS-HIT-DETAIL PIC X(40).

       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
           WRITE REPORT-LINE
           MOVE WS-AGG-CUSTOMER(WS-AGG-INDEX) TO WS-LIST-CUSTOMER
           PERFORM LIST-CONTRIBUTING-DEPOSITS
           MOVE SPACES TO WS-HIT-SOURCE-REF
           MOVE WS-TODAY-DATE TO WS-HIT-SOURCE-REF
           MOVE WS-AGG-TOTAL(WS-AGG-INDEX) TO WS-HIT-AMOUNT
           MOVE SPACES TO WS-HIT-DETAIL
           STRING WS-AGG-PIECES(WS-AGG-INDEX)
               " CASH DEPOSITS UNDER LIMIT IN "
               WS-WINDOW-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           CALL "COMPLIANCE-HIT-LOG" USING WS-HIT-SOURCE
               WS-HIT-SOURCE-REF WS-LIST-CUSTOMER WS-HIT-ACCOUNT
               WS-TODAY-DATE WS-HIT-AMOUNT WS-HIT-DETAIL
           .

       LIST-CONTRIBUTING-DEPOSITS.
