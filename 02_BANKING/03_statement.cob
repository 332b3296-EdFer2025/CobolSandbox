               RECORD KEY IS GOAL-KEY
               FILE STATUS IS WS-GOAL-STATUS.

      *    INTEREST EARNED SINCE THE LAST MONTH-END CAPITALIZATION -
      *    SHOWN UNDER THE CLOSING BALANCE, WHICH DOES NOT INCLUDE IT.
           SELECT ACCRUED-INTEREST-FILE
               ASSIGN TO "02_BANKING/accrued_interest.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCR-ACCOUNT
               FILE STATUS IS WS-ACCRUED-STATUS.

      *    THE ACCOUNT-POSTING CROSS-REFERENCE - WHEN IT IS ON
      *    DISK, THE STATEMENT STARTS ON THE ACCOUNT'S SLICE
      *    INSTEAD OF READING THE WHOLE MASTER AND EVERY ARCHIVE
       FD GOAL-FILE.
           COPY "GOAL-RECORD.cpy".

       FD ACCRUED-INTEREST-FILE.
           COPY "ACCRUED-INTEREST-RECORD.cpy".

       FD XREF-FILE.
           COPY "XREF-RECORD.cpy".


       01 WS-GOAL-STATUS PIC XX.
       01 WS-GOAL-FILE-EOF PIC X.
       01 WS-ACCRUED-STATUS PIC XX.
       01 WS-XREF-STATUS PIC XX.
       01 WS-XREF-OPEN PIC X VALUE "N".
       01 WS-XREF-EOF PIC X.

           DISPLAY " "
           DISPLAY "CLOSING BALANCE:    " WS-CLOSING-BALANCE
           PERFORM PRINT-ACCRUED-INTEREST
           PERFORM PRINT-GOAL-SUMMARY
           IF WS-XREF-OPEN = "Y"
               CLOSE XREF-FILE
           END-IF
       STOP RUN.

      *    THE ACCRUED-BUT-UNPAID INTEREST LINE. NO SUB-LEDGER ON
      *    DISK, OR NO ROW FOR THE ACCOUNT, MEANS NO LINE.
       PRINT-ACCRUED-INTEREST.
           OPEN INPUT ACCRUED-INTEREST-FILE
           IF WS-ACCRUED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STATEMENT-ACCOUNT TO ACCR-ACCOUNT
           READ ACCRUED-INTEREST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ACCRUED INTEREST:   " ACCR-ACCRUED-TO-DATE
                       " (EARNED, PAID AT MONTH END)"
           END-READ
           CLOSE ACCRUED-INTEREST-FILE
           .

      *    THE GOAL PROGRESS SUMMARY - WHAT OF THE BALANCE IS
      *    SPOKEN FOR, GOAL BY GOAL. NO GOAL FILE ON DISK MEANS
      *    NO SECTION.
