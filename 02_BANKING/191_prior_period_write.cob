       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIOR-PERIOD-WRITE.

      *    REUSABLE SUBPROGRAM EVERY POSTING PATH CALLS, ONCE IT HAS
      *    BOOKED ON THE BUSINESS DATE A POSTING THAT BELONGED TO A
      *    MONTH ALREADY CLOSED, TO FLAG IT AS A PRIOR-PERIOD
      *    ADJUSTMENT (PRIOR-PERIOD-RECORD.cpy). THE CALLER PASSES
      *    THE ITEM (PRIOR-PERIOD-ITEM.cpy); THE CLOSED MONTH AND
      *    THE POSTED MONTH ARE WORKED OUT HERE. PPI-STATUS COMES
      *    BACK "Y" WHEN THE ROW WAS WRITTEN, "N" WHEN IT WAS NOT -
      *    THE POSTING STANDS EITHER WAY, SO THE CALLER SAYS SO AND
      *    CARRIES ON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE
               ASSIGN TO "02_BANKING/prior_period_adjustments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPA-REF
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADJUSTMENT-FILE.
           COPY "PRIOR-PERIOD-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ADJUSTMENT-STATUS PIC XX.

       LINKAGE SECTION.
           COPY "PRIOR-PERIOD-ITEM.cpy".

       PROCEDURE DIVISION USING PRIOR-PERIOD-ITEM.
       MAIN-LOGIC.
           MOVE "N" TO PPI-STATUS
           IF PPI-REF = 0
               EXIT PROGRAM
           END-IF
           OPEN I-O ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-FILE
               OPEN I-O ADJUSTMENT-FILE
           END-IF
           IF WS-ADJUSTMENT-STATUS NOT = "00"
               DISPLAY "*** PRIOR-PERIOD ADJUSTMENT LOG I/O ERROR - "
                   "STATUS: " WS-ADJUSTMENT-STATUS " ***"
               EXIT PROGRAM
           END-IF
           INITIALIZE PRIOR-PERIOD-RECORD
           MOVE PPI-REF TO PPA-REF
           MOVE PPI-INTENDED-DATE TO PPA-INTENDED-DATE
           MOVE PPI-INTENDED-DATE(1:6) TO PPA-CLOSED-MONTH
           MOVE PPI-POSTED-DATE TO PPA-POSTED-DATE
           MOVE PPI-POSTED-DATE(1:6) TO PPA-POSTED-MONTH
           MOVE PPI-POSTED-TIME TO PPA-POSTED-TIME
           MOVE PPI-FROM-ACCOUNT TO PPA-FROM-ACCOUNT
           MOVE PPI-TO-ACCOUNT TO PPA-TO-ACCOUNT
           MOVE PPI-AMOUNT TO PPA-AMOUNT
           MOVE PPI-TYPE TO PPA-TYPE
           MOVE PPI-KIND TO PPA-KIND
           MOVE PPI-ORIGINAL-REF TO PPA-ORIGINAL-REF
           MOVE PPI-OPERATOR TO PPA-OPERATOR
           MOVE PPI-PRODUCED-BY TO PPA-PRODUCED-BY
           WRITE PRIOR-PERIOD-RECORD
           IF WS-ADJUSTMENT-STATUS = "00"
               MOVE "Y" TO PPI-STATUS
           ELSE
               DISPLAY "*** COULD NOT FLAG POSTING " PPI-REF
                   " AS A PRIOR-PERIOD ADJUSTMENT - STATUS: "
                   WS-ADJUSTMENT-STATUS " ***"
           END-IF
           CLOSE ADJUSTMENT-FILE
           EXIT PROGRAM.

       END PROGRAM PRIOR-PERIOD-WRITE.
