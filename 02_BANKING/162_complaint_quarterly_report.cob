       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-QUARTERLY-REPORT.

      *    QUARTERLY COMPLAINTS RETURN FOR THE REGULATOR, FROM THE
      *    COMPLAINT REGISTER (COMPLAINT-RECORD.cpy). ONE ROW PER
      *    CATEGORY AND A TOTAL:
      *        RECEIVED   - COMPLAINTS RECEIVED IN THE QUARTER
      *        UPHELD .. WITHDRAWN
      *                   - COMPLAINTS CLOSED IN THE QUARTER, BY
      *                     OUTCOME (WHENEVER THEY WERE RECEIVED)
      *        AVG DAYS   - MEAN CALENDAR DAYS FROM RECEIPT TO CLOSE
      *                     OF THOSE CLOSED IN THE QUARTER
      *        LATE       - OF THOSE, HOW MANY CLOSED AFTER THEIR
      *                     RESOLVE-BY DATE
      *        OPEN       - STILL OPEN AT THE END OF THE QUARTER
      *        GOODWILL   - GOODWILL REFUNDED ON THOSE CLOSED
      *    FOLLOWED BY THE QUARTER'S RECEIPTS BY CHANNEL. WRITES
      *    02_BANKING/complaint_quarterly_report.txt.
      *
      *    A QUARTERLY ("Q") JOB-SCHEDULER JOB. CALLED BY THE
      *    SCHEDULER WITH RUN MODE "P" IT REPORTS THE QUARTER THE
      *    BUSINESS DATE FALLS IN; RUN STANDALONE IT ASKS FOR THE
      *    QUARTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO "02_BANKING/complaints.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               ALTERNATE RECORD KEY IS CMP-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/complaint_quarterly_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
           COPY "COMPLAINT-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-COMPLAINT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-COMPLAINT-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR PIC 9(4).
           05 WS-TODAY-MONTH PIC 99.
           05 FILLER PIC 99.
       01 WS-CURRENT-QUARTER PIC 9(5).
       01 WS-REPORT-QUARTER PIC 9(5).
       01 WS-QUARTER-YEAR PIC 9(4).
       01 WS-QUARTER-NUMBER PIC 9.
       01 WS-QUARTER-START PIC 9(8).
       01 WS-QUARTER-END PIC 9(8).
       01 WS-NEXT-QUARTER-START PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(9).
       01 WS-DAYS-TO-RESOLVE PIC 9(5).

       01 WS-CATEGORY-CODES.
           05 FILLER PIC X(2) VALUE "FE".
           05 FILLER PIC X(2) VALUE "SV".
           05 FILLER PIC X(2) VALUE "ST".
           05 FILLER PIC X(2) VALUE "AC".
           05 FILLER PIC X(2) VALUE "CD".
           05 FILLER PIC X(2) VALUE "LN".
           05 FILLER PIC X(2) VALUE "DG".
           05 FILLER PIC X(2) VALUE "OT".
       01 WS-CATEGORY-CODE-TABLE REDEFINES WS-CATEGORY-CODES.
           05 WS-CATEGORY-CODE PIC X(2) OCCURS 8 TIMES.
       01 WS-CATEGORY-NAMES.
           05 FILLER PIC X(16) VALUE "FEES & CHARGES  ".
           05 FILLER PIC X(16) VALUE "SERVICE         ".
           05 FILLER PIC X(16) VALUE "STAFF CONDUCT   ".
           05 FILLER PIC X(16) VALUE "ACCOUNT HANDLING".
           05 FILLER PIC X(16) VALUE "CARDS & ATMS    ".
           05 FILLER PIC X(16) VALUE "LOANS           ".
           05 FILLER PIC X(16) VALUE "ONLINE/DIGITAL  ".
           05 FILLER PIC X(16) VALUE "OTHER           ".
           05 FILLER PIC X(16) VALUE "TOTAL           ".
       01 WS-CATEGORY-NAME-TABLE REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME PIC X(16) OCCURS 9 TIMES.

      *    ROWS 1-8 FOLLOW WS-CATEGORY-CODE; ROW 9 IS THE TOTAL. AN
      *    UNKNOWN CATEGORY COUNTS AS OTHER.
       01 WS-CATEGORY-STATS.
           05 WS-CATEGORY-STAT OCCURS 9 TIMES.
               10 WS-CAT-RECEIVED PIC 9(5).
      *        U, P, N, W IN THAT ORDER
               10 WS-CAT-OUTCOME PIC 9(5) OCCURS 4 TIMES.
               10 WS-CAT-CLOSED PIC 9(5).
               10 WS-CAT-RESOLVE-DAYS PIC 9(9).
               10 WS-CAT-LATE PIC 9(5).
               10 WS-CAT-OPEN PIC 9(5).
               10 WS-CAT-GOODWILL PIC 9(9)V99.
       01 WS-CAT PIC 99.
       01 WS-CODE-INDEX PIC 99.
       01 WS-OUTCOME-INDEX PIC 9.

       01 WS-CHANNEL-CODES.
           05 FILLER PIC X VALUE "B".
           05 FILLER PIC X VALUE "P".
           05 FILLER PIC X VALUE "E".
           05 FILLER PIC X VALUE "L".
           05 FILLER PIC X VALUE "R".
       01 WS-CHANNEL-CODE-TABLE REDEFINES WS-CHANNEL-CODES.
           05 WS-CHANNEL-CODE PIC X OCCURS 5 TIMES.
       01 WS-CHANNEL-NAMES.
           05 FILLER PIC X(24) VALUE "IN BRANCH               ".
           05 FILLER PIC X(24) VALUE "BY PHONE                ".
           05 FILLER PIC X(24) VALUE "BY EMAIL OR ONLINE      ".
           05 FILLER PIC X(24) VALUE "BY LETTER               ".
           05 FILLER PIC X(24) VALUE "REFERRED BY REGULATOR   ".
       01 WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAMES.
           05 WS-CHANNEL-NAME PIC X(24) OCCURS 5 TIMES.
       01 WS-CHANNEL-COUNTS.
           05 WS-CHANNEL-COUNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-CHANNEL PIC 9.

       01 WS-RECEIVED-DISPLAY PIC ZZZZ9.
       01 WS-UPHELD-DISPLAY PIC ZZZZ9.
       01 WS-PARTLY-DISPLAY PIC ZZZZ9.
       01 WS-NOT-UPHELD-DISPLAY PIC ZZZZ9.
       01 WS-WITHDRAWN-DISPLAY PIC ZZZZ9.
       01 WS-AVERAGE-DAYS PIC 9(5)V9.
       01 WS-AVERAGE-DISPLAY PIC ZZZZ9.9.
       01 WS-LATE-DISPLAY PIC ZZZZ9.
       01 WS-OPEN-DISPLAY PIC ZZZZ9.
       01 WS-GOODWILL-DISPLAY PIC ZZZZZZ9.99.

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-CURRENT-QUARTER = WS-TODAY-YEAR * 10
               + (WS-TODAY-MONTH - 1) / 3 + 1
           MOVE WS-CURRENT-QUARTER TO WS-REPORT-QUARTER
           IF LK-RUN-MODE NOT = "P"
               DISPLAY "REPORT QUARTER (YYYYQ):" WITH NO ADVANCING
               ACCEPT WS-REPORT-QUARTER
               IF WS-REPORT-QUARTER = 0
                   OR WS-REPORT-QUARTER(5:1) < "1"
                   OR WS-REPORT-QUARTER(5:1) > "4"
                   MOVE WS-CURRENT-QUARTER TO WS-REPORT-QUARTER
               END-IF
           END-IF
           MOVE WS-REPORT-QUARTER(1:4) TO WS-QUARTER-YEAR
           MOVE WS-REPORT-QUARTER(5:1) TO WS-QUARTER-NUMBER
           COMPUTE WS-QUARTER-START = WS-QUARTER-YEAR * 10000
               + ((WS-QUARTER-NUMBER - 1) * 3 + 1) * 100 + 1
           IF WS-QUARTER-NUMBER = 4
               COMPUTE WS-NEXT-QUARTER-START =
                   (WS-QUARTER-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-QUARTER-START = WS-QUARTER-YEAR * 10000
                   + (WS-QUARTER-NUMBER * 3 + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-QUARTER-START) - 1
           COMPUTE WS-QUARTER-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           INITIALIZE WS-CATEGORY-STATS
           INITIALIZE WS-CHANNEL-COUNTS

      *    NO COMPLAINT FILE YET MEANS NO COMPLAINT WAS EVER TAKEN -
      *    THE RETURN STILL GOES OUT, ALL ZEROES
           OPEN INPUT COMPLAINT-FILE
           IF WS-COMPLAINT-STATUS = "00"
               MOVE "Y" TO WS-COMPLAINT-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               IF WS-COMPLAINT-OPEN = "Y"
                   CLOSE COMPLAINT-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-COMPLAINT-OPEN = "Y"
               PERFORM TALLY-COMPLAINTS
               CLOSE COMPLAINT-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING "COMPLAINTS RETURN - QUARTER " WS-QUARTER-YEAR
               " Q" WS-QUARTER-NUMBER "  " WS-QUARTER-START " TO "
               WS-QUARTER-END "   (RUN " WS-TODAY-DATE ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  OUTCOMES, AVG DAYS, LATE AND GOODWILL COVER "
               & "COMPLAINTS CLOSED IN THE QUARTER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  CATEGORY         RECVD UPHLD PARTL NOTUP WDRWN"
               & "AVG DAYS  LATE  OPEN   GOODWILL" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 8
               PERFORM WRITE-CATEGORY-LINE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 9 TO WS-CAT
           PERFORM WRITE-CATEGORY-LINE
           PERFORM WRITE-CHANNEL-SUMMARY

           CLOSE REPORT-FILE
           DISPLAY "COMPLAINTS RETURN FOR " WS-QUARTER-YEAR " Q"
               WS-QUARTER-NUMBER " COMPLETE - "
               WS-CAT-RECEIVED(9) " RECEIVED, "
               WS-CAT-CLOSED(9) " CLOSED, "
               WS-CAT-OPEN(9) " OPEN AT QUARTER END"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    THE REGISTER IS SMALL AND A COMPLAINT CAN COUNT IN THE
      *    QUARTER IT WAS RECEIVED, THE QUARTER IT CLOSED AND EVERY
      *    QUARTER IT WAS OPEN AT THE END OF, SO THE WHOLE FILE IS
      *    READ
       TALLY-COMPLAINTS.
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO CMP-ID
           START COMPLAINT-FILE KEY >= CMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CMP-RECEIVED-DATE <= WS-QUARTER-END
                           PERFORM TALLY-ONE-COMPLAINT
                       END-IF
               END-READ
           END-PERFORM
           .

       TALLY-ONE-COMPLAINT.
           MOVE 8 TO WS-CAT
           PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1
               UNTIL WS-CODE-INDEX > 8
               IF WS-CATEGORY-CODE(WS-CODE-INDEX) = CMP-CATEGORY
                   MOVE WS-CODE-INDEX TO WS-CAT
               END-IF
           END-PERFORM

           IF CMP-RECEIVED-DATE >= WS-QUARTER-START
               ADD 1 TO WS-CAT-RECEIVED(WS-CAT)
               ADD 1 TO WS-CAT-RECEIVED(9)
               PERFORM VARYING WS-CHANNEL FROM 1 BY 1
                   UNTIL WS-CHANNEL > 5
                   IF WS-CHANNEL-CODE(WS-CHANNEL) = CMP-CHANNEL
                       ADD 1 TO WS-CHANNEL-COUNT(WS-CHANNEL)
                   END-IF
               END-PERFORM
           END-IF

           IF CMP-STATUS NOT = "C"
               OR CMP-RESOLVED-DATE > WS-QUARTER-END
               ADD 1 TO WS-CAT-OPEN(WS-CAT)
               ADD 1 TO WS-CAT-OPEN(9)
               EXIT PARAGRAPH
           END-IF
           IF CMP-RESOLVED-DATE < WS-QUARTER-START
               EXIT PARAGRAPH
           END-IF

           EVALUATE CMP-OUTCOME
               WHEN "U"
                   MOVE 1 TO WS-OUTCOME-INDEX
               WHEN "P"
                   MOVE 2 TO WS-OUTCOME-INDEX
               WHEN "N"
                   MOVE 3 TO WS-OUTCOME-INDEX
               WHEN OTHER
                   MOVE 4 TO WS-OUTCOME-INDEX
           END-EVALUATE
           ADD 1 TO WS-CAT-OUTCOME(WS-CAT, WS-OUTCOME-INDEX)
           ADD 1 TO WS-CAT-OUTCOME(9, WS-OUTCOME-INDEX)
           ADD 1 TO WS-CAT-CLOSED(WS-CAT)
           ADD 1 TO WS-CAT-CLOSED(9)
           COMPUTE WS-DAYS-TO-RESOLVE =
               FUNCTION INTEGER-OF-DATE(CMP-RESOLVED-DATE)
               - FUNCTION INTEGER-OF-DATE(CMP-RECEIVED-DATE)
           ADD WS-DAYS-TO-RESOLVE TO WS-CAT-RESOLVE-DAYS(WS-CAT)
           ADD WS-DAYS-TO-RESOLVE TO WS-CAT-RESOLVE-DAYS(9)
           IF CMP-RESOLVED-DATE > CMP-RESOLVE-DUE-DATE
               ADD 1 TO WS-CAT-LATE(WS-CAT)
               ADD 1 TO WS-CAT-LATE(9)
           END-IF
           ADD CMP-GOODWILL-AMOUNT TO WS-CAT-GOODWILL(WS-CAT)
           ADD CMP-GOODWILL-AMOUNT TO WS-CAT-GOODWILL(9)
           .

       WRITE-CATEGORY-LINE.
           MOVE WS-CAT-RECEIVED(WS-CAT) TO WS-RECEIVED-DISPLAY
           MOVE WS-CAT-OUTCOME(WS-CAT, 1) TO WS-UPHELD-DISPLAY
           MOVE WS-CAT-OUTCOME(WS-CAT, 2) TO WS-PARTLY-DISPLAY
           MOVE WS-CAT-OUTCOME(WS-CAT, 3) TO WS-NOT-UPHELD-DISPLAY
           MOVE WS-CAT-OUTCOME(WS-CAT, 4) TO WS-WITHDRAWN-DISPLAY
           MOVE 0 TO WS-AVERAGE-DAYS
           IF WS-CAT-CLOSED(WS-CAT) > 0
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-CAT-RESOLVE-DAYS(WS-CAT) / WS-CAT-CLOSED(WS-CAT)
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-AVERAGE-DISPLAY
           MOVE WS-CAT-LATE(WS-CAT) TO WS-LATE-DISPLAY
           MOVE WS-CAT-OPEN(WS-CAT) TO WS-OPEN-DISPLAY
           MOVE WS-CAT-GOODWILL(WS-CAT) TO WS-GOODWILL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-CATEGORY-NAME(WS-CAT) " "
               WS-RECEIVED-DISPLAY " " WS-UPHELD-DISPLAY " "
               WS-PARTLY-DISPLAY " " WS-NOT-UPHELD-DISPLAY " "
               WS-WITHDRAWN-DISPLAY " " WS-AVERAGE-DISPLAY " "
               WS-LATE-DISPLAY " " WS-OPEN-DISPLAY " "
               WS-GOODWILL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-CHANNEL-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECEIVED BY CHANNEL" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CHANNEL FROM 1 BY 1 UNTIL WS-CHANNEL > 5
               MOVE WS-CHANNEL-COUNT(WS-CHANNEL)
                   TO WS-RECEIVED-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-CHANNEL-NAME(WS-CHANNEL) "  "
                   WS-RECEIVED-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           .

       END PROGRAM COMPLAINT-QUARTERLY-REPORT.
