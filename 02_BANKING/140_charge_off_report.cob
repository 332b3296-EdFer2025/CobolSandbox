       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-OFF-REPORT.

      *    MONTHLY CHARGE-OFF AND RECOVERY REPORT FOR FINANCE. FOR
      *    ONE CALENDAR MONTH IT LISTS:
      *      - EVERY DEPOSIT ACCOUNT CHARGED OFF (collections.dat
      *        CASES OPENED BY OVERDRAFT-CHARGE-OFF THAT MONTH);
      *      - EVERY RECOVERY POSTED BY THE COLLECTIONS DESK
      *        (collection_recoveries.dat ROWS DATED THAT MONTH);
      *      - CASES CLOSED AS UNCOLLECTIBLE THAT MONTH;
      *    WITH THE MONTH'S NET LOSS (WRITTEN OFF LESS RECOVERED)
      *    AND THE BALANCE STILL OWED ON EVERY CASE LEFT OPEN.
      *    WRITES 02_BANKING/charge_off_monthly_report.txt.
      *
      *    A MONTHLY ("M") JOB-SCHEDULER JOB. CALLED BY THE
      *    SCHEDULER WITH RUN MODE "P" IT REPORTS THE CURRENT
      *    BUSINESS MONTH; RUN STANDALONE IT ASKS FOR THE MONTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLECTION-FILE
               ASSIGN TO "02_BANKING/collections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COLL-ACCOUNT
               FILE STATUS IS WS-COLLECTION-STATUS.

           SELECT RECOVERY-FILE
               ASSIGN TO "02_BANKING/collection_recoveries.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CREC-KEY
               FILE STATUS IS WS-RECOVERY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/charge_off_monthly_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COLLECTION-FILE.
           COPY "COLLECTION-RECORD.cpy".

       FD RECOVERY-FILE.
           COPY "COLLECTION-RECOVERY-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-COLLECTION-STATUS PIC XX.
       01 WS-RECOVERY-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-COLLECTION-OPEN PIC X VALUE "N".
       01 WS-RECOVERY-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REPORT-MONTH PIC 9(6).

       01 WS-CHARGE-OFF-COUNT PIC 9(5) VALUE 0.
       01 WS-CHARGE-OFF-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-RECOVERY-COUNT PIC 9(5) VALUE 0.
       01 WS-RECOVERY-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-UNCOLLECTIBLE-COUNT PIC 9(5) VALUE 0.
       01 WS-UNCOLLECTIBLE-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-OPEN-CASE-COUNT PIC 9(5) VALUE 0.
       01 WS-OPEN-CASE-OWED PIC 9(9)V99 VALUE 0.
       01 WS-CASE-OWED PIC 9(7)V99.
       01 WS-NET-LOSS PIC S9(9)V99.

       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NET-DISPLAY PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-SOURCE-TEXT PIC X(9).

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           IF LK-RUN-MODE = "P"
               MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
           ELSE
               DISPLAY "REPORT MONTH (YYYYMM):" WITH NO ADVANCING
               ACCEPT WS-REPORT-MONTH
               IF WS-REPORT-MONTH = 0
                   MOVE WS-TODAY-DATE(1:6) TO WS-REPORT-MONTH
               END-IF
           END-IF

      *    NO FILES YET SIMPLY MEANS NOTHING HAS BEEN CHARGED OFF
           OPEN INPUT COLLECTION-FILE
           IF WS-COLLECTION-STATUS = "00"
               MOVE "Y" TO WS-COLLECTION-OPEN
           END-IF
           OPEN INPUT RECOVERY-FILE
           IF WS-RECOVERY-STATUS = "00"
               MOVE "Y" TO WS-RECOVERY-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               PERFORM CLOSE-INPUT-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CHARGE-OFF AND RECOVERY REPORT - MONTH "
               WS-REPORT-MONTH "   (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM REPORT-CHARGE-OFFS
           PERFORM REPORT-RECOVERIES
           PERFORM REPORT-UNCOLLECTIBLE

           COMPUTE WS-NET-LOSS = WS-CHARGE-OFF-TOTAL - WS-RECOVERY-TOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHARGE-OFF-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  WRITTEN OFF          " WS-CHARGE-OFF-COUNT
               " ACCOUNTS  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECOVERY-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  RECOVERED            " WS-RECOVERY-COUNT
               " POSTINGS  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NET-LOSS TO WS-NET-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  NET LOSS FOR MONTH                   "
               WS-NET-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPEN-CASE-OWED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  STILL OWED ON OPEN   " WS-OPEN-CASE-COUNT
               " CASES     " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM CLOSE-INPUT-FILES
           CLOSE REPORT-FILE
           DISPLAY "CHARGE-OFF REPORT FOR " WS-REPORT-MONTH
               " COMPLETE - " WS-CHARGE-OFF-COUNT " CHARGED OFF, "
               WS-RECOVERY-COUNT " RECOVERIES"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CLOSE-INPUT-FILES.
           IF WS-COLLECTION-OPEN = "Y"
               CLOSE COLLECTION-FILE
           END-IF
           IF WS-RECOVERY-OPEN = "Y"
               CLOSE RECOVERY-FILE
           END-IF
           .

      *    ONE PASS OF THE CASE FILE LISTS THE MONTH'S CHARGE-OFFS
      *    AND ALSO TOTALS WHAT IS STILL OWED ON EVERY OPEN CASE.
       REPORT-CHARGE-OFFS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNTS CHARGED OFF" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT   CUSTOMER CHARGED OFF OVERDRAWN SINCE   WRITT"
               & "EN OFF" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-COLLECTION-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO COLL-ACCOUNT
           START COLLECTION-FILE KEY >= COLL-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ COLLECTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF COLL-CHARGE-OFF-DATE(1:6) = WS-REPORT-MONTH
                           ADD 1 TO WS-CHARGE-OFF-COUNT
                           ADD COLL-CHARGE-OFF-AMOUNT
                               TO WS-CHARGE-OFF-TOTAL
                           MOVE COLL-CHARGE-OFF-AMOUNT
                               TO WS-AMOUNT-DISPLAY
                           MOVE SPACES TO REPORT-LINE
                           STRING COLL-ACCOUNT " " COLL-CUSTOMER-ID
                               "    " COLL-CHARGE-OFF-DATE "    "
                               COLL-OVERDRAWN-SINCE "       "
                               WS-AMOUNT-DISPLAY
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
                       IF COLL-STATUS = "O"
                           ADD 1 TO WS-OPEN-CASE-COUNT
                           COMPUTE WS-CASE-OWED =
                               COLL-CHARGE-OFF-AMOUNT
                               - COLL-RECOVERED-AMOUNT
                           ADD WS-CASE-OWED TO WS-OPEN-CASE-OWED
                       END-IF
               END-READ
           END-PERFORM
           .

       REPORT-RECOVERIES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECOVERIES POSTED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT   DATE     PAID FROM  TRANSACTION       AMOUNT"
               & "  OPERATOR" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RECOVERY-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE LOW-VALUES TO CREC-KEY
           START RECOVERY-FILE KEY >= CREC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ RECOVERY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CREC-DATE(1:6) = WS-REPORT-MONTH
                           ADD 1 TO WS-RECOVERY-COUNT
                           ADD CREC-AMOUNT TO WS-RECOVERY-TOTAL
                           IF CREC-SOURCE-ACCOUNT = 0
                               MOVE "CASH" TO WS-SOURCE-TEXT
                           ELSE
                               MOVE CREC-SOURCE-ACCOUNT
                                   TO WS-SOURCE-TEXT
                           END-IF
                           MOVE CREC-AMOUNT TO WS-AMOUNT-DISPLAY
                           MOVE SPACES TO REPORT-LINE
                           STRING CREC-ACCOUNT " " CREC-DATE " "
                               WS-SOURCE-TEXT "  " CREC-TRANSACTION-REF
                               " " WS-AMOUNT-DISPLAY "  "
                               CREC-OPERATOR-ID
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       REPORT-UNCOLLECTIBLE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "CASES CLOSED AS UNCOLLECTIBLE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-COLLECTION-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO COLL-ACCOUNT
           START COLLECTION-FILE KEY >= COLL-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ COLLECTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF COLL-STATUS = "X"
                           AND COLL-CLOSED-DATE(1:6) = WS-REPORT-MONTH
                           ADD 1 TO WS-UNCOLLECTIBLE-COUNT
                           COMPUTE WS-CASE-OWED =
                               COLL-CHARGE-OFF-AMOUNT
                               - COLL-RECOVERED-AMOUNT
                           ADD WS-CASE-OWED TO WS-UNCOLLECTIBLE-TOTAL
                           MOVE WS-CASE-OWED TO WS-AMOUNT-DISPLAY
                           MOVE SPACES TO REPORT-LINE
                           STRING COLL-ACCOUNT " " COLL-CLOSED-DATE
                               " " WS-AMOUNT-DISPLAY " "
                               COLL-NOTE
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-UNCOLLECTIBLE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-UNCOLLECTIBLE-COUNT " CASES CLOSED, "
               WS-TOTAL-DISPLAY " ABANDONED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM CHARGE-OFF-REPORT.
