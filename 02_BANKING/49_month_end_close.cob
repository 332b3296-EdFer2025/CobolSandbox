      *    MONTH'S LAST BUSINESS DAY, AFTER THE EVENING'S POSTINGS.
      *    RUN STANDALONE, LK-RUN-MODE COMES BACK BLANK AND THE
      *    ORIGINAL PROMPT ASKS FOR THE MONTH.
      *
      *    ONCE THE SUMMARIES ARE COMMITTED THE MONTH IS MARKED
      *    CLOSED ON THE PERIOD CONTROL FILE
      *    (PERIOD-CONTROL-RECORD.cpy): FROM THEN ON A POSTING DATED
      *    INTO IT IS BOOKED ON THE BUSINESS DATE AS A PRIOR-PERIOD
      *    ADJUSTMENT INSTEAD. RUNNING THE CLOSE AGAIN FOR A MONTH A
      *    SUPERVISOR REOPENED CLOSES IT AGAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MSUM-KEY
               FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT PERIOD-FILE
               ASSIGN TO "02_BANKING/period_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-MONTH
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       FD SUMMARY-FILE.
           COPY "MONTHLY-SUMMARY-RECORD.cpy".

       FD PERIOD-FILE.
           COPY "PERIOD-CONTROL-RECORD.cpy".

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-FILENAME PIC X(60).
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-SUMMARY-STATUS PIC XX.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-PERIOD-MARKED PIC X VALUE "N".
       01 WS-ACCOUNT-FILE-EOF PIC X VALUE "N".
       01 WS-TRANSACTION-FILE-EOF PIC X VALUE "N".

           PERFORM COMMIT-SUMMARY-ROWS
           CLOSE SUMMARY-FILE

           PERFORM MARK-PERIOD-CLOSED
           IF WS-PERIOD-MARKED = "N"
               DISPLAY "*** SUMMARIES FOR " WS-CLOSE-MONTH " WERE "
                   "WRITTEN BUT THE MONTH COULD NOT BE MARKED CLOSED "
                   "- STATUS: " WS-PERIOD-STATUS " - RUN THE CLOSE "
                   "AGAIN ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "MONTH-END CLOSE COMPLETE - " WS-WRITTEN-COUNT
               " ACCOUNT SUMMARIES WRITTEN FOR " WS-CLOSE-MONTH
           DISPLAY "PERIOD " WS-CLOSE-MONTH " IS NOW CLOSED TO "
               "POSTING"
           MOVE 0 TO RETURN-CODE
       GOBACK.

           END-PERFORM
           .

      *    A MONTH CLOSED BEFORE KEEPS ITS REOPEN HISTORY - ONLY
      *    THE STATUS AND WHO CLOSED IT WHEN ARE REFRESHED
       MARK-PERIOD-CLOSED.
           CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF
           IF WS-PERIOD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLOSE-MONTH TO PCTL-MONTH
           READ PERIOD-FILE
               INVALID KEY
                   INITIALIZE PERIOD-CONTROL-RECORD
                   MOVE WS-CLOSE-MONTH TO PCTL-MONTH
                   MOVE "C" TO PCTL-STATUS
                   MOVE WS-BUSINESS-DATE TO PCTL-CLOSED-DATE
                   MOVE "MONTH-END" TO PCTL-CLOSED-BY
                   WRITE PERIOD-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE "C" TO PCTL-STATUS
                   MOVE WS-BUSINESS-DATE TO PCTL-CLOSED-DATE
                   MOVE "MONTH-END" TO PCTL-CLOSED-BY
                   REWRITE PERIOD-CONTROL-RECORD
           END-READ
           IF WS-PERIOD-STATUS = "00"
               MOVE "Y" TO WS-PERIOD-MARKED
           END-IF
           CLOSE PERIOD-FILE
           .

       END PROGRAM MONTH-END-CLOSE.
