      *    SILENTLY DROPPED, AND NEVER FORCED. A CLEAN RUN EMPTIES
      *    THE QUEUE.
      *
      *    AN ENTRY CAPTURED IN A MONTH MONTH-END-CLOSE HAS SINCE
      *    CLOSED (THE LATE SHIFT ON THE LAST BUSINESS DAY) CANNOT
      *    CARRY ITS CAPTURE DATE - IT IS POSTED ON TODAY'S DATE AND
      *    FLAGGED AS A PRIOR-PERIOD ADJUSTMENT (PRIOR-PERIOD-WRITE).
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY ANOTHER DRIVER -
      *    GOBACK RETURNS WITH RETURN-CODE 0 (OK) OR 4 (FAILED).

       01 WS-POSTED-COUNT PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(7) VALUE 0.
       01 WS-FAIL-REASON PIC X(40).
       01 WS-PERIOD-CLOSED PIC X VALUE "N".
       01 WS-PERIOD-MONTH PIC 9(6).
       01 WS-PRIOR-PERIOD-COUNT PIC 9(7) VALUE 0.
           COPY "PRIOR-PERIOD-ITEM.cpy".
      *    A RESTRICTION PLACED OVERNIGHT STOPS THE REPLAY THE SAME
      *    WAY A CLOSED ACCOUNT DOES - WITHDRAWALS CHECK "NO DEBITS",
      *    DEPOSITS "NO CREDITS", AS OF TODAY, NOT THE CAPTURE DATE.
       01 WS-RESTRICT-DIRECTION PIC X.
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               WS-FAILED-COUNT " FAILED VALIDATION"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PRIOR-PERIOD-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-PRIOR-PERIOD-COUNT " POSTED TODAY AS "
                   "PRIOR-PERIOD ADJUSTMENTS (CLOSED MONTH)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           CLOSE ACCOUNT-FILE
           IF WS-HOLDS-OPEN = "Y"
                       MOVE "ACCOUNT NOT ACTIVE" TO WS-FAIL-REASON
                   END-IF
           END-READ
           IF WS-FAIL-REASON = SPACES
               MOVE "C" TO WS-RESTRICT-DIRECTION
               IF MPQ-TYPE = "W"
                   MOVE "D" TO WS-RESTRICT-DIRECTION
               END-IF
               CALL "ACCOUNT-RESTRICTION-CHECK" USING MPQ-ACCOUNT
                   WS-TODAY-DATE WS-RESTRICT-DIRECTION
                   WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
                   WS-RESTRICT-TYPE WS-RESTRICT-REASON
               IF WS-ACCOUNT-RESTRICTED = "Y"
                   STRING "ACCOUNT RESTRICTED - TYPE "
                       WS-RESTRICT-TYPE " REASON " WS-RESTRICT-REASON
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
               END-IF
           END-IF
           IF WS-FAIL-REASON = SPACES AND MPQ-TYPE = "W"
               PERFORM SUM-ACCOUNT-ENCUMBRANCES
               IF MPQ-AMOUNT >
           PERFORM WRITE-REPLAYED-TRANSACTION
           ADD 1 TO WS-POSTED-COUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-PERIOD-CLOSED = "Y"
               STRING "  " MPQ-TYPE " " MPQ-AMOUNT " ON "
                   MPQ-ACCOUNT " POSTED REF " TRANSACTION-REF
                   " PRIOR-PERIOD " WS-PERIOD-MONTH
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " MPQ-TYPE " " MPQ-AMOUNT " ON "
                   MPQ-ACCOUNT " POSTED REF " TRANSACTION-REF
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .


      *    THE POSTING CARRIES THE CAPTURE DATE, NOT TODAY - THE
      *    CUSTOMER TRANSACTED LAST NIGHT, AND THE MEMO MARKS THE
      *    OFFLINE ROUTE IT TOOK ("MEMO-POST/...") - UNLESS THAT
      *    MONTH IS CLOSED, WHEN IT CARRIES TODAY AND IS FLAGGED.
       WRITE-REPLAYED-TRANSACTION.
           MOVE "N" TO WS-PERIOD-CLOSED
           IF MPQ-DATE < WS-TODAY-DATE
               CALL "PERIOD-CHECK" USING MPQ-DATE WS-PERIOD-CLOSED
                   WS-PERIOD-MONTH
           END-IF
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
           MOVE MPQ-TYPE TO TRANSACTION-TYPE
           MOVE MPQ-DATE TO TRANSACTION-DATE
           MOVE MPQ-TIME TO TRANSACTION-TIME
           IF WS-PERIOD-CLOSED = "Y"
               MOVE WS-TODAY-DATE TO TRANSACTION-DATE
               ACCEPT TRANSACTION-TIME FROM TIME
           END-IF
           MOVE SPACES TO TRANSACTION-MEMO
           STRING "MEMO-POST/" MPQ-MEMO
               DELIMITED BY SIZE INTO TRANSACTION-MEMO
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING REPLAYED POSTING - "
                   "STATUS: " WS-TRANSACTION-STATUS " ***"
           ELSE
               IF WS-PERIOD-CLOSED = "Y"
                   PERFORM FLAG-PRIOR-PERIOD-REPLAY
               END-IF
           END-IF
           CLOSE TRANSACTION-FILE
           .

       FLAG-PRIOR-PERIOD-REPLAY.
           MOVE TRANSACTION-REF TO PPI-REF
           MOVE MPQ-DATE TO PPI-INTENDED-DATE
           MOVE TRANSACTION-DATE TO PPI-POSTED-DATE
           MOVE TRANSACTION-TIME TO PPI-POSTED-TIME
           MOVE FROM-ACCOUNT TO PPI-FROM-ACCOUNT
           MOVE TO-ACCOUNT TO PPI-TO-ACCOUNT
           MOVE TRANSACTION-AMOUNT TO PPI-AMOUNT
           MOVE TRANSACTION-TYPE TO PPI-TYPE
           MOVE "M" TO PPI-KIND
           MOVE 0 TO PPI-ORIGINAL-REF
           MOVE MPQ-TELLER TO PPI-OPERATOR
           MOVE "MEMO-REPLAY" TO PPI-PRODUCED-BY
           CALL "PRIOR-PERIOD-WRITE" USING PRIOR-PERIOD-ITEM
           ADD 1 TO WS-PRIOR-PERIOD-COUNT
           .

       END PROGRAM MEMO-REPLAY.
