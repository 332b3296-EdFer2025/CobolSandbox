       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-REORDER-REPORT.

      *    WEEKLY CHECKBOOK ORDER REPORT, RUN FROM JOB-SCHEDULER
      *    (FREQUENCY "W"). PART ONE LISTS EVERY ORDER CHECK-REORDER
      *    SENT TO THE PRINTER IN THE LAST SEVEN DAYS; PART TWO
      *    LISTS EVERY ORDER, OF ANY AGE, THE PRINTER HAS STILL NOT
      *    ACKNOWLEDGED, WITH ITS DAYS OUTSTANDING SO A LOST ORDER
      *    CAN BE CHASED BEFORE THE CUSTOMER RUNS OUT OF CHECKS.
      *
      *    GOBACK RETURNS RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ORDER-FILE
               ASSIGN TO "02_BANKING/check_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKO-KEY
               FILE STATUS IS WS-CHECK-ORDER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/check_reorder_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-ORDER-FILE.
           COPY "CHECK-ORDER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CHECK-ORDER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CHECK-ORDER-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(9).
       01 WS-WEEK-START-DATE PIC 9(8).
       01 WS-DAYS-OUT PIC 9(5).
       01 WS-SENT-COUNT PIC 9(7) VALUE 0.
       01 WS-AWAITING-COUNT PIC 9(7) VALUE 0.
       01 WS-DETAIL-LINE.
           05 WS-DL-ACCOUNT PIC 9(9).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-START-SERIAL PIC 9(6).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-QUANTITY PIC ZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-STYLE PIC X(4).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-ORDER-DATE PIC 9(8).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-STATUS-TEXT PIC X(10).
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-DAYS-OUT PIC ZZZZ9.
           05 FILLER PIC XX VALUE SPACES.
           05 WS-DL-VENDOR-REF PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER - 6)

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CHECK REORDER REPORT "
                   "- STATUS: " WS-REPORT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CHECKBOOK REORDER REPORT - WEEK ENDING "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT CHECK-ORDER-FILE
           IF WS-CHECK-ORDER-STATUS = "35"
               MOVE "NO CHECKBOOK ORDERS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               DISPLAY "CHECK REORDER REPORT: NO ORDERS ON FILE"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CHECK-ORDER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CHECK ORDER FILE - "
                   "STATUS: " WS-CHECK-ORDER-STATUS " ***"
               CLOSE REPORT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ORDERS SENT SINCE " WS-WEEK-START-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM START-ORDER-SCAN
           PERFORM UNTIL WS-CHECK-ORDER-EOF = "Y"
               READ CHECK-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHECK-ORDER-EOF
                   NOT AT END
                       IF CKO-ORDER-DATE >= WS-WEEK-START-DATE
                           AND CKO-ORDER-DATE <= WS-TODAY-DATE
                           PERFORM WRITE-ORDER-LINE
                           ADD 1 TO WS-SENT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING WS-SENT-COUNT " ORDERS SENT THIS WEEK"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ORDERS AWAITING VENDOR CONFIRMATION" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM START-ORDER-SCAN
           PERFORM UNTIL WS-CHECK-ORDER-EOF = "Y"
               READ CHECK-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHECK-ORDER-EOF
                   NOT AT END
                       IF CKO-STATUS = "S"
                           PERFORM WRITE-ORDER-LINE
                           ADD 1 TO WS-AWAITING-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING WS-AWAITING-COUNT " ORDERS NOT YET CONFIRMED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE CHECK-ORDER-FILE
           CLOSE REPORT-FILE
           DISPLAY "CHECK REORDER REPORT COMPLETE - " WS-SENT-COUNT
               " SENT THIS WEEK, " WS-AWAITING-COUNT " AWAITING"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       START-ORDER-SCAN.
           MOVE "N" TO WS-CHECK-ORDER-EOF
           MOVE 0 TO CKO-ACCOUNT
           MOVE 0 TO CKO-START-SERIAL
           START CHECK-ORDER-FILE KEY >= CKO-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CHECK-ORDER-EOF
           END-START
           .

       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT    SERIAL  QTY   STYL  ORDERED   "
               "STATUS       DAYS  VENDOR REF"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-ORDER-LINE.
           MOVE CKO-ACCOUNT TO WS-DL-ACCOUNT
           MOVE CKO-START-SERIAL TO WS-DL-START-SERIAL
           MOVE CKO-QUANTITY TO WS-DL-QUANTITY
           MOVE CKO-STYLE TO WS-DL-STYLE
           MOVE CKO-ORDER-DATE TO WS-DL-ORDER-DATE
           MOVE CKO-VENDOR-REF TO WS-DL-VENDOR-REF
           IF CKO-STATUS = "C"
               MOVE "CONFIRMED" TO WS-DL-STATUS-TEXT
               COMPUTE WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE(CKO-CONFIRMED-DATE)
                   - FUNCTION INTEGER-OF-DATE(CKO-ORDER-DATE)
           ELSE
               MOVE "SENT" TO WS-DL-STATUS-TEXT
               COMPUTE WS-DAYS-OUT = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(CKO-ORDER-DATE)
           END-IF
           MOVE WS-DAYS-OUT TO WS-DL-DAYS-OUT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM CHECK-REORDER-REPORT.
