      *    GOBACK RETURNS WITH RETURN-CODE 0 (OK) OR 4 (FAILED).
      *    CALLED UNATTENDED ("P"), THE REVALUATION DATE IS THE
      *    BUSINESS DATE. RUN STANDALONE, LK-RUN-MODE COMES BACK
      *    BLANK AND THE ORIGINAL PROMPT ASKS FOR THE DATE. A DATE
      *    IN A MONTH MONTH-END-CLOSE HAS ALREADY CLOSED STILL PICKS
      *    THE RATES, BUT THE ENTRIES ARE BOOKED ON THE BUSINESS DATE
      *    AND FLAGGED AS PRIOR-PERIOD ADJUSTMENTS (PRIOR-PERIOD-
      *    WRITE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-RATE-FILE-EOF PIC X.

       01 WS-REVAL-DATE PIC 9(8).
       01 WS-POSTING-DATE PIC 9(8).
       01 WS-PERIOD-CLOSED PIC X VALUE "N".
       01 WS-PERIOD-MONTH PIC 9(6).
           COPY "PRIOR-PERIOD-ITEM.cpy".
       01 WS-CLOSING-RATE PIC 9(3)V9(4).
       01 WS-PRIOR-RATE PIC 9(3)V9(4).
       01 WS-OLD-BASE-VALUE PIC S9(9)V99.
                   WITH NO ADVANCING
               ACCEPT WS-REVAL-DATE
           END-IF
      *    ONLY A KEYED DATE BEFORE TODAY CAN REACH BACK INTO A
      *    CLOSED MONTH - TODAY'S DATE POSTS LIKE ANY OTHER OF TODAY'S
           CALL "BUSINESS-DATE" USING WS-POSTING-DATE
           MOVE "N" TO WS-PERIOD-CLOSED
           IF WS-REVAL-DATE < WS-POSTING-DATE
               CALL "PERIOD-CHECK" USING WS-REVAL-DATE
                   WS-PERIOD-CLOSED WS-PERIOD-MONTH
           END-IF
           IF WS-PERIOD-CLOSED = "N"
               MOVE WS-REVAL-DATE TO WS-POSTING-DATE
           ELSE
               DISPLAY "PERIOD " WS-PERIOD-MONTH " IS CLOSED - "
                   "ENTRIES WILL BE BOOKED ON " WS-POSTING-DATE
                   " AS PRIOR-PERIOD ADJUSTMENTS"
           END-IF

           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               MOVE WS-IMPACT TO TRANSACTION-AMOUNT
           END-IF
           MOVE "X" TO TRANSACTION-TYPE
           MOVE WS-POSTING-DATE TO TRANSACTION-DATE
           ACCEPT TRANSACTION-TIME FROM TIME
           MOVE SPACES TO TRANSACTION-MEMO
           IF WS-IMPACT < 0
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING REVALUATION ENTRY - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
           ELSE
               IF WS-PERIOD-CLOSED = "Y"
                   PERFORM FLAG-PRIOR-PERIOD-ENTRY
               END-IF
           END-IF
           CLOSE TRANSACTION-FILE
           .

       FLAG-PRIOR-PERIOD-ENTRY.
           MOVE TRANSACTION-REF TO PPI-REF
           MOVE WS-REVAL-DATE TO PPI-INTENDED-DATE
           MOVE TRANSACTION-DATE TO PPI-POSTED-DATE
           MOVE TRANSACTION-TIME TO PPI-POSTED-TIME
           MOVE FROM-ACCOUNT TO PPI-FROM-ACCOUNT
           MOVE TO-ACCOUNT TO PPI-TO-ACCOUNT
           MOVE TRANSACTION-AMOUNT TO PPI-AMOUNT
           MOVE TRANSACTION-TYPE TO PPI-TYPE
           MOVE "V" TO PPI-KIND
           MOVE 0 TO PPI-ORIGINAL-REF
           MOVE SPACES TO PPI-OPERATOR
           MOVE "FX-REVALUATION" TO PPI-PRODUCED-BY
           CALL "PRIOR-PERIOD-WRITE" USING PRIOR-PERIOD-ITEM
           .

      *    THE RUN'S NET MOVEMENT LANDS ON THE FX GAIN/LOSS CONTROL
      *    ACCOUNT'S BALANCE IN ONE KEYED UPDATE AT THE END.
       APPLY-IMPACT-TO-CONTROL-ACCOUNT.
