       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHORITY-OVERRIDE-REPORT.

      *    MONTHLY REPORT OF EVERY SUPERVISOR OVERRIDE OF A TELLER'S
      *    AUTHORITY-MATRIX CEILING, FROM THE ROWS
      *    AUTHORITY-OVERRIDE-LOG WRITES
      *    (AUTHORITY-OVERRIDE-RECORD.cpy). EACH OVERRIDE IS LISTED
      *    IN TIME ORDER - WHO, WHAT, HOW MUCH, AGAINST WHICH CEILING
      *    AND WHO SIGNED IT OFF ("D" MARKS THE DAILY CASH-OUT
      *    CEILING) - THEN TOTALLED PER TELLER, SO A TELLER WHO
      *    KEEPS RUNNING INTO THEIR CEILING (OR A SUPERVISOR WHO
      *    KEEPS WAVING THEM THROUGH) STANDS OUT. WRITES
      *    02_BANKING/authority_override_report.txt.
      *
      *    A MONTHLY ("M") JOB-SCHEDULER JOB. CALLED BY THE
      *    SCHEDULER WITH RUN MODE "P" IT REPORTS THE CURRENT
      *    BUSINESS MONTH; RUN STANDALONE IT ASKS FOR THE MONTH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE
               ASSIGN TO "02_BANKING/authority_overrides.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOV-KEY
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/authority_override_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERRIDE-FILE.
           COPY "AUTHORITY-OVERRIDE-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OVERRIDE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-OVERRIDE-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REPORT-MONTH PIC 9(6).
       01 WS-MONTH-START PIC 9(8).

      *    THE ACTIVITY NAMES IN AUTH-LIMIT ORDER
       01 WS-ACTIVITY-NAME-VALUES.
           05 FILLER PIC X(10) VALUE "WITHDRAWAL".
           05 FILLER PIC X(10) VALUE "DEPOSIT".
           05 FILLER PIC X(10) VALUE "TRANSFER".
           05 FILLER PIC X(10) VALUE "EXTERNAL".
           05 FILLER PIC X(10) VALUE "REVERSAL".
           05 FILLER PIC X(10) VALUE "CHECK PAY".
           05 FILLER PIC X(10) VALUE "INSTRUMENT".
           05 FILLER PIC X(10) VALUE "FX CASH".
           05 FILLER PIC X(10) VALUE "DAILY CASH".
       01 WS-ACTIVITY-NAME-TABLE REDEFINES WS-ACTIVITY-NAME-VALUES.
           05 WS-ACTIVITY-NAME PIC X(10) OCCURS 9 TIMES.
       01 WS-ACTIVITY-SHOWN PIC X(10).

      *    PER-TELLER TOTALS, IN ORDER OF FIRST OVERRIDE
       01 WS-TELLER-COUNT PIC 9(4) VALUE 0.
       01 WS-TELLER-MAX PIC 9(4) VALUE 200.
       01 WS-TELLER-TABLE.
           05 WS-TELLER-ENTRY OCCURS 200 TIMES.
               10 WS-TT-TELLER-ID PIC X(10).
               10 WS-TT-COUNT PIC 9(5).
               10 WS-TT-DAILY-COUNT PIC 9(5).
               10 WS-TT-AMOUNT PIC 9(11)V99.
       01 WS-TELLER-IX PIC 9(4).
       01 WS-TELLER-FOUND PIC X.
       01 WS-TABLE-FULL PIC X VALUE "N".

       01 WS-OVERRIDE-COUNT PIC 9(7) VALUE 0.
       01 WS-DAILY-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERRIDE-TOTAL PIC 9(11)V99 VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-CEILING-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

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
           COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1

      *    NO OVERRIDE FILE YET SIMPLY MEANS NO CEILING HAS EVER
      *    BEEN OVERRIDDEN - THE REPORT STILL GOES OUT, EMPTY
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "00"
               MOVE "Y" TO WS-OVERRIDE-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               IF WS-OVERRIDE-OPEN = "Y"
                   CLOSE OVERRIDE-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "TELLER AUTHORITY OVERRIDE REPORT - MONTH "
               WS-REPORT-MONTH "   (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  D = THE DAILY CASH-OUT CEILING WAS THE ONE PASSED"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "DY TIME   TELLER     SUPERVISOR ACTIVITY         AMO"
               & "UNT      CEILING D   ACCOUNT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-OVERRIDE-OPEN = "Y"
               PERFORM REPORT-OVERRIDE-ROWS
               CLOSE OVERRIDE-FILE
           END-IF
           IF WS-OVERRIDE-COUNT = 0
               MOVE "  NO CEILING WAS OVERRIDDEN THIS MONTH"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-TELLER-SUMMARY

           CLOSE REPORT-FILE
           DISPLAY "AUTHORITY OVERRIDE REPORT FOR " WS-REPORT-MONTH
               " COMPLETE - " WS-OVERRIDE-COUNT " OVERRIDES BY "
               WS-TELLER-COUNT " TELLERS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    THE OVERRIDE FILE IS KEYED DATE FIRST, SO THE MONTH IS ONE
      *    CONTIGUOUS SLICE IN TIME ORDER
       REPORT-OVERRIDE-ROWS.
           MOVE "N" TO WS-FILE-EOF
           MOVE LOW-VALUES TO AOV-KEY
           MOVE WS-MONTH-START TO AOV-DATE
           START OVERRIDE-FILE KEY >= AOV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ OVERRIDE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF AOV-DATE(1:6) NOT = WS-REPORT-MONTH
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           PERFORM WRITE-OVERRIDE-LINE
                           PERFORM ADD-TO-TELLER-TOTALS
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-OVERRIDE-LINE.
           ADD 1 TO WS-OVERRIDE-COUNT
           ADD AOV-AMOUNT TO WS-OVERRIDE-TOTAL
           MOVE SPACES TO WS-ACTIVITY-SHOWN
           IF AOV-ACTIVITY >= 1 AND AOV-ACTIVITY <= 9
               MOVE WS-ACTIVITY-NAME(AOV-ACTIVITY)
                   TO WS-ACTIVITY-SHOWN
           END-IF
           MOVE AOV-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE AOV-CEILING TO WS-CEILING-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF AOV-DAILY-BREACH = "Y"
               ADD 1 TO WS-DAILY-COUNT
               STRING AOV-DATE(7:2) " " AOV-TIME(1:6) " "
                   AOV-TELLER-ID " " AOV-SUPERVISOR-ID " "
                   WS-ACTIVITY-SHOWN " " WS-AMOUNT-DISPLAY " "
                   WS-CEILING-DISPLAY " D " AOV-ACCOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING AOV-DATE(7:2) " " AOV-TIME(1:6) " "
                   AOV-TELLER-ID " " AOV-SUPERVISOR-ID " "
                   WS-ACTIVITY-SHOWN " " WS-AMOUNT-DISPLAY " "
                   WS-CEILING-DISPLAY "   " AOV-ACCOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

       ADD-TO-TELLER-TOTALS.
           MOVE "N" TO WS-TELLER-FOUND
           PERFORM VARYING WS-TELLER-IX FROM 1 BY 1
               UNTIL WS-TELLER-IX > WS-TELLER-COUNT
                   OR WS-TELLER-FOUND = "Y"
               IF WS-TT-TELLER-ID(WS-TELLER-IX) = AOV-TELLER-ID
                   MOVE "Y" TO WS-TELLER-FOUND
                   SUBTRACT 1 FROM WS-TELLER-IX
               END-IF
           END-PERFORM
           IF WS-TELLER-FOUND = "N"
               IF WS-TELLER-COUNT >= WS-TELLER-MAX
                   MOVE "Y" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TELLER-COUNT
               MOVE WS-TELLER-COUNT TO WS-TELLER-IX
               MOVE AOV-TELLER-ID TO WS-TT-TELLER-ID(WS-TELLER-IX)
               MOVE 0 TO WS-TT-COUNT(WS-TELLER-IX)
               MOVE 0 TO WS-TT-DAILY-COUNT(WS-TELLER-IX)
               MOVE 0 TO WS-TT-AMOUNT(WS-TELLER-IX)
           END-IF
           ADD 1 TO WS-TT-COUNT(WS-TELLER-IX)
           ADD AOV-AMOUNT TO WS-TT-AMOUNT(WS-TELLER-IX)
           IF AOV-DAILY-BREACH = "Y"
               ADD 1 TO WS-TT-DAILY-COUNT(WS-TELLER-IX)
           END-IF
           .

       WRITE-TELLER-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "OVERRIDES PER TELLER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  TELLER     OVERRIDES  OF WHICH DAILY       TOTAL AM"
               & "OUNT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TELLER-IX FROM 1 BY 1
               UNTIL WS-TELLER-IX > WS-TELLER-COUNT
               MOVE WS-TT-AMOUNT(WS-TELLER-IX) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-TT-TELLER-ID(WS-TELLER-IX) "     "
                   WS-TT-COUNT(WS-TELLER-IX) "          "
                   WS-TT-DAILY-COUNT(WS-TELLER-IX) "  "
                   WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVERRIDE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ALL TELLERS  " WS-OVERRIDE-COUNT "        "
               WS-DAILY-COUNT "  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-TABLE-FULL = "Y"
               MOVE "  *** TELLER TABLE FULL - SOME TELLERS NOT "
                   & "TOTALLED ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       END PROGRAM AUTHORITY-OVERRIDE-REPORT.
