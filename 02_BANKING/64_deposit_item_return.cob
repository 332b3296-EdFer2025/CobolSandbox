      *    REPEAT-OFFENDER COUNT SO THE BRANCH CAN REQUIRE COLLECTED
      *    FUNDS FROM CHRONIC ABUSERS.
      *
      *    THE RETURN IS ALWAYS BOOKED ON THE BUSINESS DATE. WHEN THE
      *    ORIGINAL DEPOSIT SITS IN A MONTH MONTH-END-CLOSE HAS
      *    CLOSED, THE RETURN DEBIT IS ALSO FLAGGED AS A PRIOR-PERIOD
      *    ADJUSTMENT (PRIOR-PERIOD-WRITE) SO FINANCE SEES THE CLOSED
      *    MONTH'S FIGURES MOVE.
      *
      *    OPERATOR-DRIVEN, ONE ITEM PER PASS - SAME CONVERSATIONAL
      *    SHAPE AS REJECT-REPAIR (31_reject_repair.cob).

       01 WS-RETURN-REASON PIC X(20).
       01 WS-CONFIRM PIC X.
       01 WS-ANOTHER PIC X VALUE "Y".
       01 WS-PERIOD-CLOSED PIC X VALUE "N".
       01 WS-PERIOD-MONTH PIC 9(6).
           COPY "PRIOR-PERIOD-ITEM.cpy".
      *COMPILED-IN FALLBACKS, OVERRIDDEN BY THE RDI-FEE-AMOUNT AND
      *RDI-OFFENDER-LIMIT PARAMETER ROWS
       01 WS-RETURN-FEE PIC 9(5)V99 VALUE 15.00.

           DISPLAY "DEPOSIT OF " WS-RETURN-AMOUNT " TO ACCOUNT "
               WS-DEPOSITOR-ACCOUNT " ON " WS-ORIGINAL-DATE
           CALL "PERIOD-CHECK" USING WS-ORIGINAL-DATE
               WS-PERIOD-CLOSED WS-PERIOD-MONTH
           IF WS-PERIOD-CLOSED = "Y"
               DISPLAY "THE DEPOSIT IS IN CLOSED PERIOD "
                   WS-PERIOD-MONTH " - THE RETURN WILL BE BOOKED "
                   "TODAY AS A PRIOR-PERIOD ADJUSTMENT"
           END-IF
           DISPLAY "RETURN REASON (E.G. NSF, CLOSED): "
               WITH NO ADVANCING
           ACCEPT WS-RETURN-REASON
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE RETURN DEBIT - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD-CLOSED = "Y"
               PERFORM FLAG-PRIOR-PERIOD-RETURN
           END-IF
           .

       FLAG-PRIOR-PERIOD-RETURN.
           MOVE TRANSACTION-REF TO PPI-REF
           MOVE WS-ORIGINAL-DATE TO PPI-INTENDED-DATE
           MOVE TRANSACTION-DATE TO PPI-POSTED-DATE
           MOVE TRANSACTION-TIME TO PPI-POSTED-TIME
           MOVE FROM-ACCOUNT TO PPI-FROM-ACCOUNT
           MOVE TO-ACCOUNT TO PPI-TO-ACCOUNT
           MOVE TRANSACTION-AMOUNT TO PPI-AMOUNT
           MOVE TRANSACTION-TYPE TO PPI-TYPE
           MOVE "D" TO PPI-KIND
           MOVE WS-ORIGINAL-REF TO PPI-ORIGINAL-REF
           MOVE SPACES TO PPI-OPERATOR
           MOVE "DEPOSIT-ITEM-RETURN" TO PPI-PRODUCED-BY
           CALL "PRIOR-PERIOD-WRITE" USING PRIOR-PERIOD-ITEM
           .

      *    THE FEE LEG LANDS ON FEE INCOME LIKE EVERY OTHER TYPE "F"
