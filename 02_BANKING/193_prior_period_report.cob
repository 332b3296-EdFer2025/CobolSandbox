       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIOR-PERIOD-REPORT.

      *    MONTHLY PRIOR-PERIOD ADJUSTMENTS REPORT FOR FINANCE. FOR
      *    ONE CALENDAR MONTH IT LISTS EVERY POSTING BOOKED THAT
      *    MONTH THAT BELONGED TO A MONTH ALREADY CLOSED
      *    (prior_period_adjustments.dat, WRITTEN THROUGH
      *    PRIOR-PERIOD-WRITE) - THE DATE IT SHOULD HAVE CARRIED, THE
      *    DATE IT WAS BOOKED, HOW IT CAME ABOUT AND WHO MADE IT -
      *    THEN TOTALS THEM BY THE CLOSED MONTH THEY BELONG TO (THE
      *    FIGURE FINANCE RESTATES OR CARRIES) AND BY KIND. PERIODS
      *    A SUPERVISOR REOPENED DURING THE MONTH ARE LISTED AFTER,
      *    WITH THE REASON GIVEN. WRITES
      *    02_BANKING/prior_period_report.txt.
      *
      *    A MONTHLY ("M") JOB-SCHEDULER JOB. CALLED BY THE
      *    SCHEDULER WITH RUN MODE "P" IT REPORTS THE CURRENT
      *    BUSINESS MONTH; RUN STANDALONE IT ASKS FOR THE MONTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-FILE
               ASSIGN TO "02_BANKING/prior_period_adjustments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPA-REF
               FILE STATUS IS WS-ADJUSTMENT-STATUS.

           SELECT PERIOD-FILE
               ASSIGN TO "02_BANKING/period_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-MONTH
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/prior_period_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ADJUSTMENT-FILE.
           COPY "PRIOR-PERIOD-RECORD.cpy".

       FD PERIOD-FILE.
           COPY "PERIOD-CONTROL-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ADJUSTMENT-STATUS PIC XX.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ADJUSTMENT-OPEN PIC X VALUE "N".
       01 WS-PERIOD-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REPORT-MONTH PIC 9(6).

       01 WS-ADJUSTMENT-COUNT PIC 9(5) VALUE 0.
       01 WS-ADJUSTMENT-TOTAL PIC 9(9)V99 VALUE 0.
       01 WS-REOPEN-COUNT PIC 9(5) VALUE 0.

      *TOTALS BY THE CLOSED MONTH EACH ADJUSTMENT BELONGS TO - A
      *MONTH PAST THE LAST SLOT IS COUNTED IN THE GRAND TOTAL ONLY
       01 WS-MAX-MONTHS PIC 9(2) VALUE 36.
       01 WS-MONTH-COUNT PIC 9(2) VALUE 0.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 36 TIMES.
               10 WS-M-MONTH PIC 9(6).
               10 WS-M-COUNT PIC 9(5).
               10 WS-M-TOTAL PIC 9(9)V99.
       01 WS-MONTH-IDX PIC 9(2).
       01 WS-MONTH-FOUND PIC 9(2).
       01 WS-MONTHS-DROPPED PIC 9(5) VALUE 0.

      *TOTALS BY PPA-KIND, IN THE ORDER PRIOR-PERIOD-RECORD.cpy
      *LISTS THEM
       01 WS-KIND-TABLE.
           05 WS-KIND-ENTRY OCCURS 5 TIMES.
               10 WS-K-KIND PIC X.
               10 WS-K-TEXT PIC X(24).
               10 WS-K-COUNT PIC 9(5).
               10 WS-K-TOTAL PIC 9(9)V99.
       01 WS-KIND-IDX PIC 9.
       01 WS-KIND-TEXT PIC X(24).

       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

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
           PERFORM LOAD-KIND-TABLE

      *    NO FILES YET SIMPLY MEANS NOTHING HAS BEEN CLOSED OR
      *    ADJUSTED
           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-STATUS = "00"
               MOVE "Y" TO WS-ADJUSTMENT-OPEN
           END-IF
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               MOVE "Y" TO WS-PERIOD-OPEN
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
           STRING "PRIOR-PERIOD ADJUSTMENTS BOOKED IN MONTH "
               WS-REPORT-MONTH "   (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM REPORT-ADJUSTMENTS
           PERFORM REPORT-BY-CLOSED-MONTH
           PERFORM REPORT-BY-KIND
           PERFORM REPORT-REOPENED-PERIODS

           PERFORM CLOSE-INPUT-FILES
           CLOSE REPORT-FILE
           DISPLAY "PRIOR-PERIOD ADJUSTMENTS REPORT FOR "
               WS-REPORT-MONTH " COMPLETE - " WS-ADJUSTMENT-COUNT
               " ADJUSTMENTS, " WS-REOPEN-COUNT " PERIODS REOPENED"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CLOSE-INPUT-FILES.
           IF WS-ADJUSTMENT-OPEN = "Y"
               CLOSE ADJUSTMENT-FILE
           END-IF
           IF WS-PERIOD-OPEN = "Y"
               CLOSE PERIOD-FILE
           END-IF
           .

       LOAD-KIND-TABLE.
           MOVE "B" TO WS-K-KIND(1)
           MOVE "BACK-DATED AT A TELLER" TO WS-K-TEXT(1)
           MOVE "R" TO WS-K-KIND(2)
           MOVE "REVERSAL" TO WS-K-TEXT(2)
           MOVE "D" TO WS-K-KIND(3)
           MOVE "RETURNED DEPOSIT ITEM" TO WS-K-TEXT(3)
           MOVE "M" TO WS-K-KIND(4)
           MOVE "OFFLINE MEMO-POST" TO WS-K-TEXT(4)
           MOVE "V" TO WS-K-KIND(5)
           MOVE "FX REVALUATION" TO WS-K-TEXT(5)
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
               UNTIL WS-KIND-IDX > 5
               MOVE 0 TO WS-K-COUNT(WS-KIND-IDX)
               MOVE 0 TO WS-K-TOTAL(WS-KIND-IDX)
           END-PERFORM
           .

       REPORT-ADJUSTMENTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "POSTINGS BOOKED THIS MONTH FOR A CLOSED MONTH"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REF        BELONGS  BOOKED   TYPE FROM      TO       "
               & "       AMOUNT KIND" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ADJUSTMENT-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO PPA-REF
           START ADJUSTMENT-FILE KEY >= PPA-REF
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ADJUSTMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF PPA-POSTED-MONTH = WS-REPORT-MONTH
                           PERFORM REPORT-ONE-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-ADJUSTMENT-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-ADJUSTMENT-COUNT " ADJUSTMENTS  "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       REPORT-ONE-ADJUSTMENT.
           ADD 1 TO WS-ADJUSTMENT-COUNT
           ADD PPA-AMOUNT TO WS-ADJUSTMENT-TOTAL
           MOVE "OTHER" TO WS-KIND-TEXT
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
               UNTIL WS-KIND-IDX > 5
               IF WS-K-KIND(WS-KIND-IDX) = PPA-KIND
                   ADD 1 TO WS-K-COUNT(WS-KIND-IDX)
                   ADD PPA-AMOUNT TO WS-K-TOTAL(WS-KIND-IDX)
                   MOVE WS-K-TEXT(WS-KIND-IDX) TO WS-KIND-TEXT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-MONTH-FOUND
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               IF WS-M-MONTH(WS-MONTH-IDX) = PPA-CLOSED-MONTH
                   MOVE WS-MONTH-IDX TO WS-MONTH-FOUND
               END-IF
           END-PERFORM
           IF WS-MONTH-FOUND = 0
               IF WS-MONTH-COUNT < WS-MAX-MONTHS
                   ADD 1 TO WS-MONTH-COUNT
                   MOVE WS-MONTH-COUNT TO WS-MONTH-FOUND
                   MOVE PPA-CLOSED-MONTH TO WS-M-MONTH(WS-MONTH-FOUND)
                   MOVE 0 TO WS-M-COUNT(WS-MONTH-FOUND)
                   MOVE 0 TO WS-M-TOTAL(WS-MONTH-FOUND)
               ELSE
                   ADD 1 TO WS-MONTHS-DROPPED
               END-IF
           END-IF
           IF WS-MONTH-FOUND NOT = 0
               ADD 1 TO WS-M-COUNT(WS-MONTH-FOUND)
               ADD PPA-AMOUNT TO WS-M-TOTAL(WS-MONTH-FOUND)
           END-IF
           MOVE PPA-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING PPA-REF " " PPA-INTENDED-DATE " "
               PPA-POSTED-DATE "  " PPA-TYPE "   " PPA-FROM-ACCOUNT
               " " PPA-TO-ACCOUNT " " WS-AMOUNT-DISPLAY " "
               WS-KIND-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF PPA-ORIGINAL-REF NOT = 0
               STRING "           BY " PPA-OPERATOR " VIA "
                   PPA-PRODUCED-BY " - ORIGINAL REF "
                   PPA-ORIGINAL-REF
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "           BY " PPA-OPERATOR " VIA "
                   PPA-PRODUCED-BY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       REPORT-BY-CLOSED-MONTH.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY THE CLOSED MONTH THEY BELONG TO" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               MOVE WS-M-TOTAL(WS-MONTH-IDX) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-M-MONTH(WS-MONTH-IDX) "   "
                   WS-M-COUNT(WS-MONTH-IDX) " POSTINGS  "
                   WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-MONTHS-DROPPED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-MONTHS-DROPPED " FURTHER POSTINGS "
                   "BELONG TO MONTHS PAST THE "
                   WS-MAX-MONTHS "-MONTH TABLE - SEE THE LISTING"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       REPORT-BY-KIND.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY HOW THEY CAME ABOUT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
               UNTIL WS-KIND-IDX > 5
               MOVE WS-K-TOTAL(WS-KIND-IDX) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-K-TEXT(WS-KIND-IDX) " "
                   WS-K-COUNT(WS-KIND-IDX) " POSTINGS  "
                   WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           .

      *    A PERIOD REOPENED MORE THAN ONCE SHOWS ONLY ITS LATEST
      *    REOPEN HERE; AUDIT-INQUIRY ON ACTION "PREOPN" HAS THEM ALL
       REPORT-REOPENED-PERIODS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "PERIODS REOPENED THIS MONTH" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "MONTH   REOPENED  BY          NOW       REASON"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PERIOD-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO PCTL-MONTH
           START PERIOD-FILE KEY >= PCTL-MONTH
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ PERIOD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF PCTL-REOPENED-DATE(1:6) = WS-REPORT-MONTH
                           ADD 1 TO WS-REOPEN-COUNT
                           MOVE SPACES TO REPORT-LINE
                           IF PCTL-STATUS = "C"
                               STRING PCTL-MONTH "  "
                                   PCTL-REOPENED-DATE "  "
                                   PCTL-REOPENED-BY "  CLOSED    "
                                   PCTL-REOPEN-REASON
                                   DELIMITED BY SIZE INTO REPORT-LINE
                           ELSE
                               STRING PCTL-MONTH "  "
                                   PCTL-REOPENED-DATE "  "
                                   PCTL-REOPENED-BY "  OPEN      "
                                   PCTL-REOPEN-REASON
                                   DELIMITED BY SIZE INTO REPORT-LINE
                           END-IF
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING WS-REOPEN-COUNT " PERIODS REOPENED"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM PRIOR-PERIOD-REPORT.
