       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-ACTIVITY-REPORT.

      *    WEEKLY STAFFING REPORT OF COUNTER ACTIVITY BY HOUR OF THE
      *    DAY, FOR EACH BRANCH AND EACH TELLER. EVERY COUNTER
      *    POSTING HAS A POSTING-TELLER ROW (POSTING-TELLER-RECORD.cpy)
      *    CARRYING THE TELLER, BRANCH, DATE AND CLOCK TIME; ITS TYPE
      *    AND AMOUNT COME FROM THE TRANSACTION MASTER, OR FROM THAT
      *    DAY'S POSTING JOURNAL WHEN END OF DAY HAS NOT FOLDED IT IN
      *    YET. FOR THE REPORT WEEK IT SHOWS, HOUR BY HOUR:
      *      - TRANSACTION COUNTS ACROSS THE DAYS OF THE WEEK;
      *      - COUNTS BY TYPE (DEPOSIT, WITHDRAWAL, TRANSFER, OTHER)
      *        AND THE AMOUNT;
      *      - TELLER-HOURS SIGNED ON, FROM THE SESSION LOG BANKING
      *        KEEPS (TELLER-SESSION-RECORD.cpy) - AN HOUR A TELLER
      *        WAS SIGNED ON OR POSTED IN COUNTS ONCE - AND THE
      *        AVERAGE TRANSACTIONS PER TELLER-HOUR;
      *    THEN THE PEAK HOUR, THE PEAK DAY-AND-HOUR AND THE BUSIEST
      *    DAY. LAST COMES A FOUR-WEEK TREND PER BRANCH, DAY BY DAY,
      *    SO PAYROLL FRIDAYS AND MONTH-END WEEKS CAN BE SET AGAINST
      *    ORDINARY ONES. WRITES 02_BANKING/teller_activity_report.txt.
      *
      *    A WEEKLY ("W") JOB-SCHEDULER JOB. CALLED BY THE SCHEDULER
      *    WITH RUN MODE "P" THE WEEK ENDS ON THE CURRENT BUSINESS
      *    DATE; RUN STANDALONE IT ASKS FOR THE WEEK-ENDING DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-TELLER-FILE
               ASSIGN TO "02_BANKING/posting_tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTL-TRANSACTION-REF
               FILE STATUS IS WS-POSTING-TELLER-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

      *    ONE DAY'S POSTING JOURNAL - THE NAME IS BUILT FROM THE
      *    DATE OF THE POSTING BEING LOOKED UP
           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JL-REF
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SESSION-FILE
               ASSIGN TO "02_BANKING/teller_sessions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-KEY
               FILE STATUS IS WS-SESSION-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/teller_activity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD POSTING-TELLER-FILE.
           COPY "POSTING-TELLER-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD JOURNAL-FILE.
           COPY "TRANSACTION-RECORD.cpy"
               REPLACING ==TRANSACTION-RECORD== BY ==JL-RECORD==
                   ==TRANSACTION-REF== BY ==JL-REF==
                   ==TRANSACTION-REVERSAL-OF-REF==
                       BY ==JL-REVERSAL-OF-REF==
                   ==FROM-ACCOUNT== BY ==JL-FROM-ACCOUNT==
                   ==TO-ACCOUNT== BY ==JL-TO-ACCOUNT==
                   ==TRANSACTION-AMOUNT== BY ==JL-AMOUNT==
                   ==TRANSACTION-DATE== BY ==JL-DATE==
                   ==TRANSACTION-TIME== BY ==JL-TIME==
                   ==TRANSACTION-TYPE== BY ==JL-TYPE==
                   ==TRANSACTION-REVERSED== BY ==JL-REVERSED==
                   ==TRANSACTION-REVERSAL-OF-DATE==
                       BY ==JL-REVERSAL-OF-DATE==
                   ==TRANSACTION-REVERSAL-OF-TIME==
                       BY ==JL-REVERSAL-OF-TIME==
                   ==TRANSACTION-MEMO== BY ==JL-MEMO==
                   ==TRANSACTION-SUPERVISOR-ID==
                       BY ==JL-SUPERVISOR-ID==
                   ==TRANSACTION-BRANCH== BY ==JL-BRANCH==.

       FD SESSION-FILE.
           COPY "TELLER-SESSION-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-POSTING-TELLER-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-SESSION-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-TRANSACTION-OPEN PIC X VALUE "N".
       01 WS-JOURNAL-OPEN PIC X VALUE "N".
       01 WS-JOURNAL-FILENAME PIC X(60).
       01 WS-JOURNAL-DATE PIC 9(8) VALUE 0.
       01 WS-FILE-EOF PIC X.

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-END-INTEGER PIC 9(9).
       01 WS-WEEK-START-DATE PIC 9(8).
       01 WS-TREND-START-DATE PIC 9(8).
       01 WS-DATE-INTEGER PIC 9(9).
       01 WS-WEEK-END-DATE PIC 9(8).
      *    DAY 1 OF THE WEEKDAY ARITHMETIC - A KNOWN MONDAY
       01 WS-REFERENCE-MONDAY PIC 9(8) VALUE 20010101.
       01 WS-REFERENCE-INTEGER PIC 9(9).

      *    WHAT ONE POSTING OR SESSION IS BEING COUNTED AGAINST
       01 WS-WEEKDAY PIC 9.
       01 WS-WEEK-IX PIC 9.
       01 WS-HOUR PIC 99.
       01 WS-HOUR-IX PIC 99.
       01 WS-END-HOUR-IX PIC 99.
       01 WS-TYPE-IX PIC 9.
       01 WS-DAY-IX PIC 9.
       01 WS-POST-FOUND PIC X.
       01 WS-POST-TYPE PIC X.
       01 WS-POST-AMOUNT PIC 9(7)V99.
       01 WS-BRANCH-IX PIC 9(3).
       01 WS-TELLER-IX PIC 9(3).
       01 WS-POSTING-COUNT PIC 9(7) VALUE 0.
       01 WS-SESSION-COUNT PIC 9(7) VALUE 0.

      *    ONE ENTRY PER BRANCH ("B") AND PER TELLER ("T") SEEN IN
      *    THE FOUR WEEKS, IN ORDER OF FIRST APPEARANCE. HOUR 1 IS
      *    00:00-00:59; DAY 1 IS MONDAY; TYPE 1 DEPOSIT, 2
      *    WITHDRAWAL, 3 TRANSFER, 4 EVERYTHING ELSE; TREND WEEK 1 IS
      *    THE REPORT WEEK, 4 THE OLDEST.
       01 WS-ENTITY-COUNT PIC 9(3) VALUE 0.
       01 WS-ENTITY-MAX PIC 9(3) VALUE 250.
       01 WS-ENTITY-TABLE.
           05 WS-ENTITY OCCURS 250 TIMES.
               10 WS-ENT-KEY.
                   15 WS-ENT-KIND PIC X.
                   15 WS-ENT-ID PIC X(10).
               10 WS-ENT-HOUR OCCURS 24 TIMES.
                   15 WS-ENT-DAY-COUNT PIC 9(5) OCCURS 7 TIMES.
                   15 WS-ENT-TYPE-COUNT PIC 9(5) OCCURS 4 TIMES.
                   15 WS-ENT-HOUR-AMOUNT PIC 9(11)V99.
                   15 WS-ENT-TELLER-HOURS PIC 9(5).
               10 WS-ENT-TYPE-TOTAL OCCURS 4 TIMES.
                   15 WS-ENT-TYPE-TOTAL-COUNT PIC 9(7).
                   15 WS-ENT-TYPE-TOTAL-AMOUNT PIC 9(11)V99.
               10 WS-ENT-TREND-WEEK OCCURS 4 TIMES.
                   15 WS-ENT-TREND-COUNT PIC 9(5) OCCURS 7 TIMES.
                   15 WS-ENT-TREND-AMOUNT PIC 9(11)V99.
       01 WS-ENT-IX PIC 9(3).
       01 WS-FIND-KEY.
           05 WS-FIND-KIND PIC X.
           05 WS-FIND-ID PIC X(10).
       01 WS-FOUND-IX PIC 9(3).
       01 WS-TABLE-FULL PIC X VALUE "N".

      *    TELLER-HOURS ON THE COUNTER IN THE REPORT WEEK: PER TELLER
      *    ENTRY, DAY AND HOUR, THE BRANCH ENTRY THE TELLER WORKED
      *    THAT HOUR AT (ZERO = NOT SIGNED ON). MARKED FROM THE
      *    SESSION LOG AND FROM THE POSTINGS THEMSELVES, SO AN HOUR
      *    COUNTS ONCE HOWEVER MANY SESSIONS OR POSTINGS FELL IN IT.
       01 WS-MARK-TABLE.
           05 WS-MARK-ENTITY OCCURS 250 TIMES.
               10 WS-MARK-DAY OCCURS 7 TIMES.
                   15 WS-MARK PIC 9(3) OCCURS 24 TIMES.

      *    REPORT ORDER - ENTITY NUMBERS SORTED BY KIND AND ID, SO
      *    BRANCHES COME FIRST
       01 WS-ORDER-TABLE.
           05 WS-ORDER-IX PIC 9(3) OCCURS 250 TIMES.
       01 WS-ORDER-POS PIC 9(3).
       01 WS-PREV-IX PIC 9(3).
       01 WS-ORDER-DONE PIC X.

       01 WS-DAY-NAME-VALUES PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01 WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05 WS-DAY-NAME PIC XXX OCCURS 7 TIMES.
       01 WS-TYPE-NAME-VALUES PIC X(48)
           VALUE "DEPOSITS    WITHDRAWALS TRANSFERS   OTHER       ".
       01 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-VALUES.
           05 WS-TYPE-NAME PIC X(12) OCCURS 4 TIMES.

      *    FIGURES WORKED OUT FOR ONE ENTITY WHILE IT IS PRINTED
       01 WS-HOUR-TOTAL PIC 9(7).
       01 WS-ENT-TOTAL-COUNT PIC 9(7).
       01 WS-ENT-TOTAL-AMOUNT PIC 9(13)V99.
       01 WS-ENT-TOTAL-HOURS PIC 9(7).
       01 WS-DAY-TOTALS.
           05 WS-DAY-TOTAL PIC 9(7) OCCURS 7 TIMES.
       01 WS-PEAK-HOUR-IX PIC 99.
       01 WS-PEAK-HOUR-COUNT PIC 9(7).
       01 WS-PEAK-SLOT-DAY PIC 9.
       01 WS-PEAK-SLOT-HOUR-IX PIC 99.
       01 WS-PEAK-SLOT-COUNT PIC 9(5).
       01 WS-PEAK-DAY-IX PIC 9.
       01 WS-PEAK-DAY-COUNT PIC 9(7).
       01 WS-PER-HOUR PIC 9(5)V99.
       01 WS-WEEK-TOTAL PIC 9(7).
       01 WS-TREND-DAY-SUMS.
           05 WS-TREND-DAY-SUM PIC 9(7) OCCURS 7 TIMES.
       01 WS-TREND-TOTAL-SUM PIC 9(7).
       01 WS-TREND-AMOUNT-SUM PIC 9(13)V99.
       01 WS-TREND-AVERAGE PIC 9(11)V99.

       01 WS-HOUR-LABEL.
           05 WS-HOUR-LABEL-HH PIC 99.
           05 FILLER PIC X(3) VALUE ":00".
       01 WS-DAY-SHOWN.
           05 WS-DAY-SHOW PIC ZZZZ9 OCCURS 7 TIMES.
       01 WS-TYPE-SHOWN.
           05 WS-TYPE-SHOW PIC ZZZZZZZ9 OCCURS 4 TIMES.
       01 WS-COUNT-DISPLAY PIC ZZZZZ9.
       01 WS-HOURS-DISPLAY PIC ZZZZ9.
       01 WS-PER-HOUR-DISPLAY PIC ZZ9.99.
       01 WS-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZZZZ9.
       01 WS-HEADING PIC X(40).

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           IF LK-RUN-MODE = "P"
               MOVE WS-TODAY-DATE TO WS-END-DATE
           ELSE
               DISPLAY "WEEK ENDING DATE (YYYYMMDD, 0 = TODAY):"
                   WITH NO ADVANCING
               ACCEPT WS-END-DATE
               IF WS-END-DATE = 0
                   MOVE WS-TODAY-DATE TO WS-END-DATE
               END-IF
           END-IF
           COMPUTE WS-END-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE)
           COMPUTE WS-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-END-INTEGER - 6)
           COMPUTE WS-TREND-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-END-INTEGER - 27)
           COMPUTE WS-REFERENCE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REFERENCE-MONDAY)
           INITIALIZE WS-MARK-TABLE

      *    NO POSTING-TELLER FILE YET MEANS NO COUNTER POSTING HAS
      *    EVER BEEN MADE - THE REPORT STILL GOES OUT, EMPTY
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
               MOVE "Y" TO WS-TRANSACTION-OPEN
           END-IF
           OPEN INPUT POSTING-TELLER-FILE
           IF WS-POSTING-TELLER-STATUS = "00"
               PERFORM READ-POSTINGS
               CLOSE POSTING-TELLER-FILE
           END-IF
           IF WS-TRANSACTION-OPEN = "Y"
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-JOURNAL-OPEN = "Y"
               CLOSE JOURNAL-FILE
           END-IF

           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
               PERFORM READ-SESSIONS
               CLOSE SESSION-FILE
           END-IF
           PERFORM TALLY-TELLER-HOURS
           PERFORM BUILD-REPORT-ORDER

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "TELLER AND BRANCH ACTIVITY BY HOUR - WEEK "
               WS-WEEK-START-DATE " TO " WS-END-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN " WS-TODAY-DATE "   COUNTER POSTINGS, 4 WEEKS: "
               WS-POSTING-COUNT "   SESSIONS, WEEK: " WS-SESSION-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  TL-HR = TELLER-HOURS SIGNED ON; PER-HR = TRANSACTION"
               & "S PER TELLER-HOUR" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ENTITY-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  NO COUNTER ACTIVITY IN THE FOUR WEEKS TO THIS "
                   & "DATE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-ORDER-POS FROM 1 BY 1
               UNTIL WS-ORDER-POS > WS-ENTITY-COUNT
               MOVE WS-ORDER-IX(WS-ORDER-POS) TO WS-ENT-IX
               PERFORM WRITE-ENTITY-SECTION
           END-PERFORM
           PERFORM WRITE-TREND-SECTION
           IF WS-TABLE-FULL = "Y"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "  *** BRANCH/TELLER TABLE FULL - SOME ACTIVITY "
                   & "NOT COUNTED ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           CLOSE REPORT-FILE
           DISPLAY "TELLER ACTIVITY REPORT FOR WEEK ENDING " WS-END-DATE
               " COMPLETE - " WS-POSTING-COUNT " POSTINGS, "
               WS-SESSION-COUNT " SESSIONS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    THE POSTING-TELLER FILE IS KEYED BY REFERENCE, NOT DATE,
      *    SO IT IS READ END TO END AND FILTERED TO THE FOUR WEEKS
       READ-POSTINGS.
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ POSTING-TELLER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF PTL-DATE >= WS-TREND-START-DATE
                           AND PTL-DATE <= WS-END-DATE
                           PERFORM COUNT-POSTING
                       END-IF
               END-READ
           END-PERFORM
           .

       COUNT-POSTING.
           PERFORM LOOKUP-POSTING
           EVALUATE WS-POST-TYPE
               WHEN "D"
                   MOVE 1 TO WS-TYPE-IX
               WHEN "W"
                   MOVE 2 TO WS-TYPE-IX
               WHEN "T"
                   MOVE 3 TO WS-TYPE-IX
               WHEN OTHER
                   MOVE 4 TO WS-TYPE-IX
           END-EVALUATE
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(PTL-DATE)
           COMPUTE WS-WEEK-IX = (WS-END-INTEGER - WS-DATE-INTEGER) / 7
               + 1
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INTEGER
               - WS-REFERENCE-INTEGER, 7) + 1
      *    AN HOUR OUTSIDE 00-23 CANNOT BE PLACED ON THE CLOCK; THE
      *    POSTING STILL COUNTS IN THE WEEK AND THE TREND
           MOVE PTL-TIME(1:2) TO WS-HOUR
           IF WS-HOUR > 23
               MOVE 0 TO WS-HOUR-IX
           ELSE
               COMPUTE WS-HOUR-IX = WS-HOUR + 1
           END-IF

           MOVE "B" TO WS-FIND-KIND
           MOVE SPACES TO WS-FIND-ID
           IF PTL-BRANCH = SPACES
               MOVE "---" TO WS-FIND-ID
           ELSE
               MOVE PTL-BRANCH TO WS-FIND-ID
           END-IF
           PERFORM FIND-ENTITY
           MOVE WS-FOUND-IX TO WS-BRANCH-IX
           MOVE "T" TO WS-FIND-KIND
           MOVE PTL-TELLER-ID TO WS-FIND-ID
           PERFORM FIND-ENTITY
           MOVE WS-FOUND-IX TO WS-TELLER-IX
           IF WS-BRANCH-IX = 0 OR WS-TELLER-IX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POSTING-COUNT
           MOVE WS-BRANCH-IX TO WS-ENT-IX
           PERFORM ADD-POSTING-TO-ENTITY
           MOVE WS-TELLER-IX TO WS-ENT-IX
           PERFORM ADD-POSTING-TO-ENTITY
           IF WS-WEEK-IX = 1 AND WS-HOUR-IX > 0
               IF WS-MARK(WS-TELLER-IX, WS-WEEKDAY, WS-HOUR-IX) = 0
                   MOVE WS-BRANCH-IX
                       TO WS-MARK(WS-TELLER-IX, WS-WEEKDAY, WS-HOUR-IX)
               END-IF
           END-IF
           .

      *    THE POSTING'S TYPE AND AMOUNT - FROM THE MASTER, OR FROM
      *    THE JOURNAL OF ITS DAY IF END OF DAY HAS NOT RUN FOR IT
       LOOKUP-POSTING.
           MOVE "N" TO WS-POST-FOUND
           MOVE SPACE TO WS-POST-TYPE
           MOVE 0 TO WS-POST-AMOUNT
           IF WS-TRANSACTION-OPEN = "Y"
               MOVE PTL-TRANSACTION-REF TO TRANSACTION-REF
               READ TRANSACTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-POST-FOUND
                       MOVE TRANSACTION-TYPE TO WS-POST-TYPE
                       MOVE TRANSACTION-AMOUNT TO WS-POST-AMOUNT
               END-READ
           END-IF
           IF WS-POST-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF
           IF PTL-DATE NOT = WS-JOURNAL-DATE
               IF WS-JOURNAL-OPEN = "Y"
                   CLOSE JOURNAL-FILE
                   MOVE "N" TO WS-JOURNAL-OPEN
               END-IF
               MOVE PTL-DATE TO WS-JOURNAL-DATE
               MOVE SPACES TO WS-JOURNAL-FILENAME
               STRING "02_BANKING/transaction_journal_" PTL-DATE
                   ".dat"
                   DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "00"
                   MOVE "Y" TO WS-JOURNAL-OPEN
               END-IF
           END-IF
           IF WS-JOURNAL-OPEN = "Y"
               MOVE PTL-TRANSACTION-REF TO JL-REF
               READ JOURNAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-POST-FOUND
                       MOVE JL-TYPE TO WS-POST-TYPE
                       MOVE JL-AMOUNT TO WS-POST-AMOUNT
               END-READ
           END-IF
           .

       ADD-POSTING-TO-ENTITY.
           ADD 1 TO WS-ENT-TREND-COUNT(WS-ENT-IX, WS-WEEK-IX,
               WS-WEEKDAY)
           ADD WS-POST-AMOUNT
               TO WS-ENT-TREND-AMOUNT(WS-ENT-IX, WS-WEEK-IX)
           IF WS-WEEK-IX NOT = 1
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENT-TYPE-TOTAL-COUNT(WS-ENT-IX, WS-TYPE-IX)
           ADD WS-POST-AMOUNT
               TO WS-ENT-TYPE-TOTAL-AMOUNT(WS-ENT-IX, WS-TYPE-IX)
           IF WS-HOUR-IX > 0
               ADD 1 TO WS-ENT-DAY-COUNT(WS-ENT-IX, WS-HOUR-IX,
                   WS-WEEKDAY)
               ADD 1 TO WS-ENT-TYPE-COUNT(WS-ENT-IX, WS-HOUR-IX,
                   WS-TYPE-IX)
               ADD WS-POST-AMOUNT
                   TO WS-ENT-HOUR-AMOUNT(WS-ENT-IX, WS-HOUR-IX)
           END-IF
           .

      *    RETURNS THE ENTRY FOR WS-FIND-KEY IN WS-FOUND-IX, ADDING
      *    IT WHEN NEW; ZERO WHEN THE TABLE IS FULL
       FIND-ENTITY.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENTITY-COUNT
                   OR WS-FOUND-IX > 0
               IF WS-ENT-KEY(WS-ENT-IX) = WS-FIND-KEY
                   MOVE WS-ENT-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTITY-COUNT >= WS-ENTITY-MAX
               MOVE "Y" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTITY-COUNT
           MOVE WS-ENTITY-COUNT TO WS-FOUND-IX
           INITIALIZE WS-ENTITY(WS-FOUND-IX)
           MOVE WS-FIND-KEY TO WS-ENT-KEY(WS-FOUND-IX)
           .

      *    THE SESSION LOG IS KEYED DATE FIRST, SO THE REPORT WEEK IS
      *    ONE CONTIGUOUS SLICE. EVERY CLOCK HOUR FROM SIGN-ON TO
      *    TERMINATE IS MARKED; A SESSION STILL OPEN (OR ONE THAT
      *    RAN PAST MIDNIGHT) MARKS ONLY ITS SIGN-ON HOUR.
       READ-SESSIONS.
           MOVE "N" TO WS-FILE-EOF
           MOVE LOW-VALUES TO SES-KEY
           MOVE WS-WEEK-START-DATE TO SES-DATE
           START SESSION-FILE KEY >= SES-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ SESSION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF SES-DATE > WS-END-DATE
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           PERFORM MARK-SESSION-HOURS
                       END-IF
               END-READ
           END-PERFORM
           .

       MARK-SESSION-HOURS.
           MOVE SES-START-TIME(1:2) TO WS-HOUR
           IF WS-HOUR > 23
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOUR-IX = WS-HOUR + 1
           MOVE WS-HOUR-IX TO WS-END-HOUR-IX
           IF SES-END-TIME > SES-START-TIME
               MOVE SES-END-TIME(1:2) TO WS-HOUR
               IF WS-HOUR <= 23
                   COMPUTE WS-END-HOUR-IX = WS-HOUR + 1
               END-IF
           END-IF

           MOVE "B" TO WS-FIND-KIND
           MOVE SPACES TO WS-FIND-ID
           IF SES-BRANCH = SPACES
               MOVE "---" TO WS-FIND-ID
           ELSE
               MOVE SES-BRANCH TO WS-FIND-ID
           END-IF
           PERFORM FIND-ENTITY
           MOVE WS-FOUND-IX TO WS-BRANCH-IX
           MOVE "T" TO WS-FIND-KIND
           MOVE SES-TELLER-ID TO WS-FIND-ID
           PERFORM FIND-ENTITY
           MOVE WS-FOUND-IX TO WS-TELLER-IX
           IF WS-BRANCH-IX = 0 OR WS-TELLER-IX = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SESSION-COUNT
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(SES-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INTEGER
               - WS-REFERENCE-INTEGER, 7) + 1
           PERFORM VARYING WS-HOUR-IX FROM WS-HOUR-IX BY 1
               UNTIL WS-HOUR-IX > WS-END-HOUR-IX
               IF WS-MARK(WS-TELLER-IX, WS-WEEKDAY, WS-HOUR-IX) = 0
                   MOVE WS-BRANCH-IX
                       TO WS-MARK(WS-TELLER-IX, WS-WEEKDAY, WS-HOUR-IX)
               END-IF
           END-PERFORM
           .

      *    EACH MARKED HOUR IS ONE TELLER-HOUR FOR THE TELLER AND FOR
      *    THE BRANCH THEY WORKED IT AT
       TALLY-TELLER-HOURS.
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENTITY-COUNT
               IF WS-ENT-KIND(WS-ENT-IX) = "T"
                   PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                       UNTIL WS-DAY-IX > 7
                       AFTER WS-HOUR-IX FROM 1 BY 1
                       UNTIL WS-HOUR-IX > 24
                       MOVE WS-MARK(WS-ENT-IX, WS-DAY-IX, WS-HOUR-IX)
                           TO WS-BRANCH-IX
                       IF WS-BRANCH-IX > 0
                           ADD 1 TO WS-ENT-TELLER-HOURS(WS-ENT-IX,
                               WS-HOUR-IX)
                           ADD 1 TO WS-ENT-TELLER-HOURS(WS-BRANCH-IX,
                               WS-HOUR-IX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      *    INSERTION SORT OF THE ENTRY NUMBERS BY KIND AND ID
       BUILD-REPORT-ORDER.
           PERFORM VARYING WS-ENT-IX FROM 1 BY 1
               UNTIL WS-ENT-IX > WS-ENTITY-COUNT
               MOVE WS-ENT-IX TO WS-ORDER-POS
               MOVE "N" TO WS-ORDER-DONE
               PERFORM UNTIL WS-ORDER-POS = 1 OR WS-ORDER-DONE = "Y"
                   MOVE WS-ORDER-IX(WS-ORDER-POS - 1) TO WS-PREV-IX
                   IF WS-ENT-KEY(WS-PREV-IX) > WS-ENT-KEY(WS-ENT-IX)
                       MOVE WS-PREV-IX TO WS-ORDER-IX(WS-ORDER-POS)
                       SUBTRACT 1 FROM WS-ORDER-POS
                   ELSE
                       MOVE "Y" TO WS-ORDER-DONE
                   END-IF
               END-PERFORM
               MOVE WS-ENT-IX TO WS-ORDER-IX(WS-ORDER-POS)
           END-PERFORM
           .

      *    ONE BRANCH OR TELLER: THE DAY-BY-HOUR GRID, THE TYPE-BY-
      *    HOUR GRID, THEN THE PEAKS AND TOTALS. HOURS WITH NO
      *    POSTINGS AND NO TELLER SIGNED ON ARE LEFT OUT.
       WRITE-ENTITY-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-HEADING
           IF WS-ENT-KIND(WS-ENT-IX) = "B"
               STRING "BRANCH " WS-ENT-ID(WS-ENT-IX)
                   DELIMITED BY SIZE INTO WS-HEADING
           ELSE
               STRING "TELLER " WS-ENT-ID(WS-ENT-IX)
                   DELIMITED BY SIZE INTO WS-HEADING
           END-IF
           MOVE WS-HEADING TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-ENT-TOTAL-COUNT
           MOVE 0 TO WS-ENT-TOTAL-AMOUNT
           MOVE 0 TO WS-ENT-TOTAL-HOURS
           MOVE 0 TO WS-PEAK-HOUR-IX
           MOVE 0 TO WS-PEAK-HOUR-COUNT
           MOVE 0 TO WS-PEAK-SLOT-DAY
           MOVE 0 TO WS-PEAK-SLOT-HOUR-IX
           MOVE 0 TO WS-PEAK-SLOT-COUNT
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               MOVE 0 TO WS-DAY-TOTAL(WS-DAY-IX)
           END-PERFORM

           MOVE "HOUR    MON   TUE   WED   THU   FRI   SAT   SUN  TOTAL"
               & "  TL-HR  PER-HR" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HOUR-IX FROM 1 BY 1
               UNTIL WS-HOUR-IX > 24
               PERFORM WRITE-DAY-HOUR-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HOUR   DEPOSITS WITHDRWL TRANSFER    OTHER         AMO"
               & "UNT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HOUR-IX FROM 1 BY 1
               UNTIL WS-HOUR-IX > 24
               PERFORM WRITE-TYPE-HOUR-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 4
               MOVE WS-ENT-TYPE-TOTAL-COUNT(WS-ENT-IX, WS-TYPE-IX)
                   TO WS-COUNT-DISPLAY
               MOVE WS-ENT-TYPE-TOTAL-AMOUNT(WS-ENT-IX, WS-TYPE-IX)
                   TO WS-AMOUNT-DISPLAY
               ADD WS-ENT-TYPE-TOTAL-COUNT(WS-ENT-IX, WS-TYPE-IX)
                   TO WS-ENT-TOTAL-COUNT
               ADD WS-ENT-TYPE-TOTAL-AMOUNT(WS-ENT-IX, WS-TYPE-IX)
                   TO WS-ENT-TOTAL-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-TYPE-NAME(WS-TYPE-IX) " "
                   WS-COUNT-DISPLAY "   " WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-ENT-TOTAL-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-ENT-TOTAL-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ALL TYPES    " WS-COUNT-DISPLAY "   "
               WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE 0 TO WS-PER-HOUR
           IF WS-ENT-TOTAL-HOURS > 0
               COMPUTE WS-PER-HOUR ROUNDED =
                   WS-ENT-TOTAL-COUNT / WS-ENT-TOTAL-HOURS
           END-IF
           MOVE WS-ENT-TOTAL-HOURS TO WS-HOURS-DISPLAY
           MOVE WS-PER-HOUR TO WS-PER-HOUR-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  TELLER-HOURS SIGNED ON " WS-HOURS-DISPLAY
               "   TRANSACTIONS PER TELLER-HOUR " WS-PER-HOUR-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PEAK-HOUR-COUNT > 0
               COMPUTE WS-HOUR-LABEL-HH = WS-PEAK-HOUR-IX - 1
               MOVE WS-PEAK-HOUR-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  PEAK HOUR      " WS-HOUR-LABEL "  "
                   WS-COUNT-DISPLAY " TRANSACTIONS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               COMPUTE WS-HOUR-LABEL-HH = WS-PEAK-SLOT-HOUR-IX - 1
               MOVE WS-PEAK-SLOT-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  PEAK SLOT  " WS-DAY-NAME(WS-PEAK-SLOT-DAY)
                   " " WS-HOUR-LABEL "  " WS-COUNT-DISPLAY
                   " TRANSACTIONS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 0 TO WS-PEAK-DAY-IX
               MOVE 0 TO WS-PEAK-DAY-COUNT
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > 7
                   IF WS-DAY-TOTAL(WS-DAY-IX) > WS-PEAK-DAY-COUNT
                       MOVE WS-DAY-IX TO WS-PEAK-DAY-IX
                       MOVE WS-DAY-TOTAL(WS-DAY-IX)
                           TO WS-PEAK-DAY-COUNT
                   END-IF
               END-PERFORM
               MOVE WS-PEAK-DAY-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  PEAK DAY       " WS-DAY-NAME(WS-PEAK-DAY-IX)
                   "    " WS-COUNT-DISPLAY " TRANSACTIONS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

      *    ALSO GATHERS THE ENTITY'S PEAKS, DAY TOTALS AND
      *    TELLER-HOURS WHILE IT WALKS THE HOURS
       WRITE-DAY-HOUR-LINE.
           MOVE 0 TO WS-HOUR-TOTAL
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               ADD WS-ENT-DAY-COUNT(WS-ENT-IX, WS-HOUR-IX, WS-DAY-IX)
                   TO WS-HOUR-TOTAL
               ADD WS-ENT-DAY-COUNT(WS-ENT-IX, WS-HOUR-IX, WS-DAY-IX)
                   TO WS-DAY-TOTAL(WS-DAY-IX)
               MOVE WS-ENT-DAY-COUNT(WS-ENT-IX, WS-HOUR-IX, WS-DAY-IX)
                   TO WS-DAY-SHOW(WS-DAY-IX)
               IF WS-ENT-DAY-COUNT(WS-ENT-IX, WS-HOUR-IX, WS-DAY-IX)
                   > WS-PEAK-SLOT-COUNT
                   MOVE WS-ENT-DAY-COUNT(WS-ENT-IX, WS-HOUR-IX,
                       WS-DAY-IX) TO WS-PEAK-SLOT-COUNT
                   MOVE WS-DAY-IX TO WS-PEAK-SLOT-DAY
                   MOVE WS-HOUR-IX TO WS-PEAK-SLOT-HOUR-IX
               END-IF
           END-PERFORM
           ADD WS-ENT-TELLER-HOURS(WS-ENT-IX, WS-HOUR-IX)
               TO WS-ENT-TOTAL-HOURS
           IF WS-HOUR-TOTAL > WS-PEAK-HOUR-COUNT
               MOVE WS-HOUR-TOTAL TO WS-PEAK-HOUR-COUNT
               MOVE WS-HOUR-IX TO WS-PEAK-HOUR-IX
           END-IF
           IF WS-HOUR-TOTAL = 0
               AND WS-ENT-TELLER-HOURS(WS-ENT-IX, WS-HOUR-IX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PER-HOUR
           IF WS-ENT-TELLER-HOURS(WS-ENT-IX, WS-HOUR-IX) > 0
               COMPUTE WS-PER-HOUR ROUNDED = WS-HOUR-TOTAL
                   / WS-ENT-TELLER-HOURS(WS-ENT-IX, WS-HOUR-IX)
           END-IF
           COMPUTE WS-HOUR-LABEL-HH = WS-HOUR-IX - 1
           MOVE WS-HOUR-TOTAL TO WS-COUNT-DISPLAY
           MOVE WS-ENT-TELLER-HOURS(WS-ENT-IX, WS-HOUR-IX)
               TO WS-HOURS-DISPLAY
           MOVE WS-PER-HOUR TO WS-PER-HOUR-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-HOUR-LABEL " " WS-DAY-SHOW(1) " " WS-DAY-SHOW(2)
               " " WS-DAY-SHOW(3) " " WS-DAY-SHOW(4) " "
               WS-DAY-SHOW(5) " " WS-DAY-SHOW(6) " " WS-DAY-SHOW(7)
               " " WS-COUNT-DISPLAY "  " WS-HOURS-DISPLAY "  "
               WS-PER-HOUR-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-TYPE-HOUR-LINE.
           MOVE 0 TO WS-HOUR-TOTAL
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1 UNTIL WS-TYPE-IX > 4
               ADD WS-ENT-TYPE-COUNT(WS-ENT-IX, WS-HOUR-IX, WS-TYPE-IX)
                   TO WS-HOUR-TOTAL
               MOVE WS-ENT-TYPE-COUNT(WS-ENT-IX, WS-HOUR-IX,
                   WS-TYPE-IX) TO WS-TYPE-SHOW(WS-TYPE-IX)
           END-PERFORM
           IF WS-HOUR-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOUR-LABEL-HH = WS-HOUR-IX - 1
           MOVE WS-ENT-HOUR-AMOUNT(WS-ENT-IX, WS-HOUR-IX)
               TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-HOUR-LABEL "  " WS-TYPE-SHOW(1) " "
               WS-TYPE-SHOW(2) " " WS-TYPE-SHOW(3) " "
               WS-TYPE-SHOW(4) " " WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    FOUR WEEKS SIDE BY SIDE PER BRANCH, OLDEST FIRST, DAY BY
      *    DAY, WITH THE FOUR-WEEK AVERAGE UNDERNEATH
       WRITE-TREND-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FOUR-WEEK TREND BY BRANCH - TRANSACTIONS PER DAY"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BRANCH WEEK TO    MON   TUE   WED   THU   FRI   SAT   "
               & "SUN   TOTAL        AMOUNT" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ORDER-POS FROM 1 BY 1
               UNTIL WS-ORDER-POS > WS-ENTITY-COUNT
               MOVE WS-ORDER-IX(WS-ORDER-POS) TO WS-ENT-IX
               IF WS-ENT-KIND(WS-ENT-IX) = "B"
                   PERFORM WRITE-BRANCH-TREND
               END-IF
           END-PERFORM
           .

       WRITE-BRANCH-TREND.
           MOVE 0 TO WS-TREND-TOTAL-SUM
           MOVE 0 TO WS-TREND-AMOUNT-SUM
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               MOVE 0 TO WS-TREND-DAY-SUM(WS-DAY-IX)
           END-PERFORM
           PERFORM VARYING WS-WEEK-IX FROM 4 BY -1 UNTIL WS-WEEK-IX = 0
               MOVE 0 TO WS-WEEK-TOTAL
               PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > 7
                   MOVE WS-ENT-TREND-COUNT(WS-ENT-IX, WS-WEEK-IX,
                       WS-DAY-IX) TO WS-DAY-SHOW(WS-DAY-IX)
                   ADD WS-ENT-TREND-COUNT(WS-ENT-IX, WS-WEEK-IX,
                       WS-DAY-IX) TO WS-WEEK-TOTAL
                   ADD WS-ENT-TREND-COUNT(WS-ENT-IX, WS-WEEK-IX,
                       WS-DAY-IX) TO WS-TREND-DAY-SUM(WS-DAY-IX)
               END-PERFORM
               ADD WS-WEEK-TOTAL TO WS-TREND-TOTAL-SUM
               ADD WS-ENT-TREND-AMOUNT(WS-ENT-IX, WS-WEEK-IX)
                   TO WS-TREND-AMOUNT-SUM
               COMPUTE WS-WEEK-END-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-END-INTEGER - 7 * (WS-WEEK-IX - 1))
               MOVE WS-WEEK-TOTAL TO WS-TOTAL-DISPLAY
               MOVE WS-ENT-TREND-AMOUNT(WS-ENT-IX, WS-WEEK-IX)
                   TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               IF WS-WEEK-IX = 4
                   MOVE WS-ENT-ID(WS-ENT-IX)(1:3) TO REPORT-LINE(1:3)
               END-IF
               STRING WS-WEEK-END-DATE " " WS-DAY-SHOW(1) " "
                   WS-DAY-SHOW(2) " " WS-DAY-SHOW(3) " "
                   WS-DAY-SHOW(4) " " WS-DAY-SHOW(5) " "
                   WS-DAY-SHOW(6) " " WS-DAY-SHOW(7) " "
                   WS-TOTAL-DISPLAY WS-AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE(8:73)
               WRITE REPORT-LINE
           END-PERFORM

           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 7
               COMPUTE WS-DAY-SHOW(WS-DAY-IX) ROUNDED =
                   WS-TREND-DAY-SUM(WS-DAY-IX) / 4
           END-PERFORM
           COMPUTE WS-TOTAL-DISPLAY ROUNDED = WS-TREND-TOTAL-SUM / 4
           COMPUTE WS-TREND-AVERAGE ROUNDED = WS-TREND-AMOUNT-SUM / 4
           MOVE WS-TREND-AVERAGE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "       4-WK AVG " WS-DAY-SHOW(1) " "
               WS-DAY-SHOW(2) " " WS-DAY-SHOW(3) " "
               WS-DAY-SHOW(4) " " WS-DAY-SHOW(5) " "
               WS-DAY-SHOW(6) " " WS-DAY-SHOW(7) " "
               WS-TOTAL-DISPLAY WS-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM TELLER-ACTIVITY-REPORT.
