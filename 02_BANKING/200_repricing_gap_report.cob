       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRICING-GAP-REPORT.

      *    THE ASSET-LIABILITY COMMITTEE'S INTEREST-RATE REPRICING GAP
      *    REPORT - BOTH SIDES OF THE BOOK TOGETHER, WHERE
      *    TERM-MATURITY-LADDER SHOWS ONLY THE TERM DEPOSITS. EVERY
      *    RATE-SENSITIVE BALANCE IS PLACED IN THE TIME BAND IN WHICH
      *    IT NEXT REPRICES OR MATURES, COUNTED FROM THE BUSINESS
      *    DATE: OVERNIGHT, UP TO 3 MONTHS, 3-6 MONTHS, 6-12 MONTHS,
      *    1-3 YEARS AND OVER 3 YEARS.
      *      ASSETS - RUNNING LOANS (loans.dat). A VARIABLE-RATE LOAN
      *        REPRICES WHOLE ON LOAN-NEXT-REPRICE-DATE. A FIXED-RATE
      *        LOAN RUNS OFF AS ITS SCHEDULE SAYS - EACH UNPAID
      *        INSTALLMENT'S PRINCIPAL (loan_schedule.dat) IN THE BAND
      *        OF ITS DUE DATE, CAPPED AT THE OUTSTANDING BALANCE; ANY
      *        OUTSTANDING THE SCHEDULE DOES NOT ACCOUNT FOR GOES WITH
      *        THE LAST INSTALLMENT.
      *      LIABILITIES - RUNNING TERM DEPOSITS (term_deposits.dat)
      *        BY MATURITY DATE, AND SAVINGS AND CHECKING BALANCES
      *        (banking.dat) SPREAD ACROSS THE BANDS BY THE ASSUMED
      *        BEHAVIOURAL PROFILE IN THE GAP-SAVINGS-PCT-n AND
      *        GAP-CHECKING-PCT-n PARAMETER ROWS (n = BAND 1 TO 6,
      *        PERCENT OF BALANCE; FALLBACKS BELOW). A PROFILE THAT
      *        DOES NOT ADD UP TO 100 IS NOT USED - THE FALLBACK
      *        PROFILE IS, AND THE REPORT SAYS SO.
      *    ANYTHING PAST ITS DATE REPRICES OVERNIGHT. FOR EACH BAND
      *    THE REPORT GIVES THE PERIODIC GAP (ASSETS LESS
      *    LIABILITIES) AND THE CUMULATIVE GAP, THEN THE ESTIMATED
      *    CHANGE IN NEXT-12-MONTH NET INTEREST INCOME FOR A PARALLEL
      *    SHIFT OF PLUS AND MINUS 100 AND 200 BASIS POINTS: EACH
      *    BAND'S GAP REPRICES AT THE BAND MIDPOINT AND EARNS THE
      *    SHIFT FOR THE REST OF THE YEAR; BANDS PAST ONE YEAR DO NOT
      *    AFFECT THE YEAR'S INCOME.
      *    BALANCES ARE USD - DEPOSIT ACCOUNTS IN OTHER CURRENCIES ARE
      *    LEFT OUT AND TOTALLED AT THE FOOT (FX-POSITION-REPORT
      *    CARRIES THEM). OVERDRAWN BALANCES ARE NOT RATE-SENSITIVE
      *    FUNDING AND ARE SKIPPED. WRITES
      *    02_BANKING/repricing_gap_report.txt.
      *
      *    A MONTHLY ("M") JOB-SCHEDULER JOB, OR RUN STANDALONE -
      *    EITHER WAY THE POSITION IS STRUCK AT THE CURRENT BUSINESS
      *    DATE. GOBACK RETURNS WITH RETURN-CODE 0 (REPORT WRITTEN -
      *    A MISSING FILE CONTRIBUTES NOTHING) OR 4 (THE REPORT COULD
      *    NOT BE WRITTEN).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE
               ASSIGN TO "02_BANKING/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT LOAN-SCHEDULE-FILE
               ASSIGN TO "02_BANKING/loan_schedule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LSCH-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "02_BANKING/term_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ACCOUNT
               FILE STATUS IS WS-TERM-STATUS.

           SELECT ACCOUNT-FILE
               ASSIGN TO "02_BANKING/banking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCOUNT-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ACCOUNT-JOINT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/repricing_gap_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD LOAN-SCHEDULE-FILE.
           COPY "LOAN-SCHEDULE-RECORD.cpy".

       FD TERM-FILE.
           COPY "TERM-DEPOSIT-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS PIC XX.
       01 WS-SCHEDULE-STATUS PIC XX.
       01 WS-TERM-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-SCHEDULE-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-SCHEDULE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(9).

      *SCRATCH FIELDS FOR THE CALL TO "BANK-PARAMETERS"
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *THE SIX TIME BANDS: LABEL, LAST DAY OUT THE BAND REACHES
      *(THE LAST BAND IS OPEN-ENDED), AND THE SHARE OF A YEAR LEFT
      *AFTER THE BAND'S MIDPOINT - THE WEIGHT ITS GAP CARRIES IN THE
      *NET INTEREST INCOME ESTIMATE
       01 WS-BAND-VALUES.
           05 FILLER PIC X(14) VALUE "OVERNIGHT".
           05 FILLER PIC 9(5) VALUE 1.
           05 FILLER PIC 9V9(4) VALUE 1.0000.
           05 FILLER PIC X(14) VALUE "UP TO 3 MONTHS".
           05 FILLER PIC 9(5) VALUE 91.
           05 FILLER PIC 9V9(4) VALUE 0.8750.
           05 FILLER PIC X(14) VALUE "3-6 MONTHS".
           05 FILLER PIC 9(5) VALUE 182.
           05 FILLER PIC 9V9(4) VALUE 0.6250.
           05 FILLER PIC X(14) VALUE "6-12 MONTHS".
           05 FILLER PIC 9(5) VALUE 365.
           05 FILLER PIC 9V9(4) VALUE 0.2500.
           05 FILLER PIC X(14) VALUE "1-3 YEARS".
           05 FILLER PIC 9(5) VALUE 1095.
           05 FILLER PIC 9V9(4) VALUE 0.
           05 FILLER PIC X(14) VALUE "OVER 3 YEARS".
           05 FILLER PIC 9(5) VALUE 99999.
           05 FILLER PIC 9V9(4) VALUE 0.
       01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05 WS-BAND-DEF OCCURS 6 TIMES.
               10 WS-BAND-LABEL PIC X(14).
               10 WS-BAND-LAST-DAY PIC 9(5).
               10 WS-BAND-NII-WEIGHT PIC 9V9(4).

      *ASSUMED BEHAVIOURAL PROFILES, PERCENT OF BALANCE PER BAND -
      *FALLBACKS, OVERRIDDEN BY THE GAP-SAVINGS-PCT-n AND
      *GAP-CHECKING-PCT-n PARAMETER ROWS
       01 WS-SAVINGS-DEFAULTS.
           05 FILLER PIC 9(3)V99 VALUE 10.
           05 FILLER PIC 9(3)V99 VALUE 15.
           05 FILLER PIC 9(3)V99 VALUE 15.
           05 FILLER PIC 9(3)V99 VALUE 20.
           05 FILLER PIC 9(3)V99 VALUE 25.
           05 FILLER PIC 9(3)V99 VALUE 15.
       01 WS-SAVINGS-DEFAULT-TABLE REDEFINES WS-SAVINGS-DEFAULTS.
           05 WS-SAVINGS-DEFAULT-PCT PIC 9(3)V99 OCCURS 6 TIMES.
       01 WS-CHECKING-DEFAULTS.
           05 FILLER PIC 9(3)V99 VALUE 20.
           05 FILLER PIC 9(3)V99 VALUE 10.
           05 FILLER PIC 9(3)V99 VALUE 10.
           05 FILLER PIC 9(3)V99 VALUE 15.
           05 FILLER PIC 9(3)V99 VALUE 25.
           05 FILLER PIC 9(3)V99 VALUE 20.
       01 WS-CHECKING-DEFAULT-TABLE REDEFINES WS-CHECKING-DEFAULTS.
           05 WS-CHECKING-DEFAULT-PCT PIC 9(3)V99 OCCURS 6 TIMES.
       01 WS-PROFILE-TABLE.
           05 WS-PROFILE-ENTRY OCCURS 6 TIMES.
               10 WS-SAVINGS-PCT PIC 9(3)V99.
               10 WS-CHECKING-PCT PIC 9(3)V99.
       01 WS-PROFILE-TOTAL PIC 9(5)V99.
       01 WS-SAVINGS-PROFILE-OK PIC X VALUE "Y".
       01 WS-CHECKING-PROFILE-OK PIC X VALUE "Y".
       01 WS-BAND-DIGIT PIC 9.

      *BALANCES BY BAND AND SOURCE, THEN THE GAPS
       01 WS-BAND-TOTALS.
           05 WS-BAND-ENTRY OCCURS 6 TIMES.
               10 WS-B-FIXED-LOANS PIC S9(11)V99.
               10 WS-B-VAR-LOANS PIC S9(11)V99.
               10 WS-B-TERM PIC S9(11)V99.
               10 WS-B-SAVINGS PIC S9(11)V99.
               10 WS-B-CHECKING PIC S9(11)V99.
               10 WS-B-ASSETS PIC S9(11)V99.
               10 WS-B-LIABILITIES PIC S9(11)V99.
               10 WS-B-GAP PIC S9(11)V99.
               10 WS-B-CUM-GAP PIC S9(11)V99.
       01 WS-BAND-IDX PIC 9.
       01 WS-BAND PIC 9.
       01 WS-BAND-DATE PIC 9(8).
       01 WS-DAYS-OUT PIC S9(9).

       01 WS-LOAN-REMAINING PIC S9(9)V99.
       01 WS-INSTALLMENT-PRINCIPAL PIC S9(9)V99.
       01 WS-LAST-LOAN-BAND PIC 9.
       01 WS-SPREAD-AMOUNT PIC S9(11)V99.
       01 WS-SPREAD-LEFT PIC S9(11)V99.
       01 WS-SHARE PIC S9(11)V99.

       01 WS-LOAN-COUNT PIC 9(5) VALUE 0.
       01 WS-TERM-COUNT PIC 9(5) VALUE 0.
       01 WS-SAVINGS-COUNT PIC 9(7) VALUE 0.
       01 WS-CHECKING-COUNT PIC 9(7) VALUE 0.
       01 WS-FOREIGN-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-ASSETS PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-LIABILITIES PIC S9(11)V99 VALUE 0.
       01 WS-RUNNING-GAP PIC S9(11)V99 VALUE 0.

      *NET INTEREST INCOME SENSITIVITY: THE WEIGHTED ONE-YEAR GAP,
      *AND THE EFFECT OF EACH SHIFT
       01 WS-WEIGHTED-GAP PIC S9(11)V99 VALUE 0.
       01 WS-SHIFT-TABLE.
           05 FILLER PIC S9(3) VALUE +100.
           05 FILLER PIC S9(3) VALUE -100.
           05 FILLER PIC S9(3) VALUE +200.
           05 FILLER PIC S9(3) VALUE -200.
       01 WS-SHIFTS REDEFINES WS-SHIFT-TABLE.
           05 WS-SHIFT-BP PIC S9(3) OCCURS 4 TIMES.
       01 WS-SHIFT-IDX PIC 9.
       01 WS-NII-EFFECT PIC S9(11)V99.

       01 WS-AMOUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY-2 PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY-3 PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY-4 PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY-5 PIC ZZZ,ZZZ,ZZ9.
       01 WS-GAP-DISPLAY PIC -ZZZ,ZZZ,ZZ9.
       01 WS-GAP-DISPLAY-2 PIC -ZZZ,ZZZ,ZZ9.
       01 WS-NII-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-SHIFT-DISPLAY PIC -ZZ9.
       01 WS-PCT-DISPLAY PIC ZZ9.99.
       01 WS-PCT-DISPLAY-2 PIC ZZ9.99.

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           INITIALIZE WS-BAND-TOTALS
           PERFORM LOAD-BEHAVIOURAL-PROFILE

           PERFORM BUCKET-LOANS
           PERFORM BUCKET-TERM-DEPOSITS
           PERFORM BUCKET-DEPOSIT-ACCOUNTS
           PERFORM COMPUTE-GAPS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "INTEREST-RATE REPRICING GAP - POSITION AT "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM REPORT-COMPOSITION
           PERFORM REPORT-GAPS
           PERFORM REPORT-NII-SENSITIVITY
           PERFORM REPORT-ASSUMPTIONS

           CLOSE REPORT-FILE
           MOVE WS-TOTAL-ASSETS TO WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-LIABILITIES TO WS-AMOUNT-DISPLAY-2
           DISPLAY "REPRICING GAP REPORT COMPLETE - ASSETS "
               WS-AMOUNT-DISPLAY ", LIABILITIES " WS-AMOUNT-DISPLAY-2
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    EACH PROFILE IS TAKEN FROM THE PARAMETER ROWS WHERE THERE
      *    ARE ANY; ONE THAT DOES NOT ADD UP TO 100 PERCENT FALLS
      *    BACK TO THE COMPILED PROFILE WHOLE
       LOAD-BEHAVIOURAL-PROFILE.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               MOVE WS-SAVINGS-DEFAULT-PCT(WS-BAND-IDX)
                   TO WS-SAVINGS-PCT(WS-BAND-IDX)
               MOVE WS-CHECKING-DEFAULT-PCT(WS-BAND-IDX)
                   TO WS-CHECKING-PCT(WS-BAND-IDX)
               MOVE WS-BAND-IDX TO WS-BAND-DIGIT
               MOVE SPACES TO WS-PARAM-NAME
               STRING "GAP-SAVINGS-PCT-" WS-BAND-DIGIT
                   DELIMITED BY SIZE INTO WS-PARAM-NAME
               CALL "BANK-PARAMETERS" USING WS-PARAM-NAME
                   WS-TODAY-DATE WS-PARAM-LOOKUP-AMOUNT
                   WS-PARAM-VALUE WS-PARAM-FOUND
               IF WS-PARAM-FOUND = "Y"
                   MOVE WS-PARAM-VALUE TO WS-SAVINGS-PCT(WS-BAND-IDX)
               END-IF
               MOVE SPACES TO WS-PARAM-NAME
               STRING "GAP-CHECKING-PCT-" WS-BAND-DIGIT
                   DELIMITED BY SIZE INTO WS-PARAM-NAME
               CALL "BANK-PARAMETERS" USING WS-PARAM-NAME
                   WS-TODAY-DATE WS-PARAM-LOOKUP-AMOUNT
                   WS-PARAM-VALUE WS-PARAM-FOUND
               IF WS-PARAM-FOUND = "Y"
                   MOVE WS-PARAM-VALUE TO WS-CHECKING-PCT(WS-BAND-IDX)
               END-IF
           END-PERFORM

           MOVE 0 TO WS-PROFILE-TOTAL
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               ADD WS-SAVINGS-PCT(WS-BAND-IDX) TO WS-PROFILE-TOTAL
           END-PERFORM
           IF WS-PROFILE-TOTAL NOT = 100
               MOVE "N" TO WS-SAVINGS-PROFILE-OK
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
                   MOVE WS-SAVINGS-DEFAULT-PCT(WS-BAND-IDX)
                       TO WS-SAVINGS-PCT(WS-BAND-IDX)
               END-PERFORM
           END-IF
           MOVE 0 TO WS-PROFILE-TOTAL
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               ADD WS-CHECKING-PCT(WS-BAND-IDX) TO WS-PROFILE-TOTAL
           END-PERFORM
           IF WS-PROFILE-TOTAL NOT = 100
               MOVE "N" TO WS-CHECKING-PROFILE-OK
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
                   MOVE WS-CHECKING-DEFAULT-PCT(WS-BAND-IDX)
                       TO WS-CHECKING-PCT(WS-BAND-IDX)
               END-PERFORM
           END-IF
           .

      *    THE BAND WS-BAND-DATE FALLS IN - A ZERO OR PAST DATE IS
      *    OVERNIGHT
       FIND-BAND.
           MOVE 1 TO WS-BAND
           IF WS-BAND-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-BAND-DATE) - WS-TODAY-INTEGER
           PERFORM VARYING WS-BAND-IDX FROM 6 BY -1
               UNTIL WS-BAND-IDX < 2
               IF WS-DAYS-OUT > WS-BAND-LAST-DAY(WS-BAND-IDX - 1)
                   AND WS-BAND = 1
                   MOVE WS-BAND-IDX TO WS-BAND
               END-IF
           END-PERFORM
           .

      *================================================================
      *    ASSETS - LOANS
      *================================================================
       BUCKET-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
               MOVE "Y" TO WS-SCHEDULE-OPEN
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF LOAN-STATUS = "A" AND LOAN-OUTSTANDING > 0
                           PERFORM BUCKET-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           IF WS-SCHEDULE-OPEN = "Y"
               CLOSE LOAN-SCHEDULE-FILE
           END-IF
           .

       BUCKET-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           ADD LOAN-OUTSTANDING TO WS-TOTAL-ASSETS
           IF LOAN-RATE-TYPE = "V"
               MOVE LOAN-NEXT-REPRICE-DATE TO WS-BAND-DATE
               PERFORM FIND-BAND
               ADD LOAN-OUTSTANDING TO WS-B-VAR-LOANS(WS-BAND)
               EXIT PARAGRAPH
           END-IF
           MOVE LOAN-OUTSTANDING TO WS-LOAN-REMAINING
           MOVE 1 TO WS-LAST-LOAN-BAND
           IF WS-SCHEDULE-OPEN = "Y"
               MOVE "N" TO WS-SCHEDULE-EOF
               MOVE LOAN-ID TO LSCH-LOAN-ID
               MOVE 0 TO LSCH-INSTALLMENT-NO
               START LOAN-SCHEDULE-FILE KEY >= LSCH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCHEDULE-EOF
               END-START
               PERFORM UNTIL WS-SCHEDULE-EOF = "Y"
                   OR WS-LOAN-REMAINING <= 0
                   READ LOAN-SCHEDULE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCHEDULE-EOF
                       NOT AT END
                           IF LSCH-LOAN-ID NOT = LOAN-ID
                               MOVE "Y" TO WS-SCHEDULE-EOF
                           ELSE
                               IF LSCH-STATUS = "O"
                                   PERFORM BUCKET-ONE-INSTALLMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-LOAN-REMAINING > 0
               ADD WS-LOAN-REMAINING
                   TO WS-B-FIXED-LOANS(WS-LAST-LOAN-BAND)
           END-IF
           .

       BUCKET-ONE-INSTALLMENT.
           MOVE LSCH-PRINCIPAL TO WS-INSTALLMENT-PRINCIPAL
           IF WS-INSTALLMENT-PRINCIPAL > WS-LOAN-REMAINING
               MOVE WS-LOAN-REMAINING TO WS-INSTALLMENT-PRINCIPAL
           END-IF
           MOVE LSCH-DUE-DATE TO WS-BAND-DATE
           PERFORM FIND-BAND
           ADD WS-INSTALLMENT-PRINCIPAL TO WS-B-FIXED-LOANS(WS-BAND)
           SUBTRACT WS-INSTALLMENT-PRINCIPAL FROM WS-LOAN-REMAINING
           MOVE WS-BAND TO WS-LAST-LOAN-BAND
           .

      *================================================================
      *    LIABILITIES - TERM DEPOSITS, SAVINGS AND CHECKING
      *================================================================
       BUCKET-TERM-DEPOSITS.
           OPEN INPUT TERM-FILE
           IF WS-TERM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ TERM-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF TERM-STATUS = "A"
                           ADD 1 TO WS-TERM-COUNT
                           ADD TERM-PRINCIPAL TO WS-TOTAL-LIABILITIES
                           MOVE TERM-MATURITY-DATE TO WS-BAND-DATE
                           PERFORM FIND-BAND
                           ADD TERM-PRINCIPAL TO WS-B-TERM(WS-BAND)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-FILE
           .

       BUCKET-DEPOSIT-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF (ACCOUNT-TYPE = "S" OR ACCOUNT-TYPE = "C")
                           AND ACCOUNT-STATUS NOT = "C"
                           AND ACCOUNT-STATUS NOT = "W"
                           AND ACCOUNT-BALANCE > 0
                           PERFORM BUCKET-ONE-DEPOSIT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-FILE
           .

      *    THE BALANCE IS SPREAD BY THE PRODUCT'S PROFILE; THE LAST
      *    BAND TAKES WHATEVER ROUNDING LEAVES SO NOTHING IS LOST
       BUCKET-ONE-DEPOSIT-ACCOUNT.
           IF ACCOUNT-CURRENCY NOT = "USD"
               ADD 1 TO WS-FOREIGN-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD ACCOUNT-BALANCE TO WS-TOTAL-LIABILITIES
           MOVE ACCOUNT-BALANCE TO WS-SPREAD-AMOUNT
           MOVE ACCOUNT-BALANCE TO WS-SPREAD-LEFT
           IF ACCOUNT-TYPE = "S"
               ADD 1 TO WS-SAVINGS-COUNT
           ELSE
               ADD 1 TO WS-CHECKING-COUNT
           END-IF
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 5
               IF ACCOUNT-TYPE = "S"
                   COMPUTE WS-SHARE ROUNDED = WS-SPREAD-AMOUNT
                       * WS-SAVINGS-PCT(WS-BAND-IDX) / 100
                   ADD WS-SHARE TO WS-B-SAVINGS(WS-BAND-IDX)
               ELSE
                   COMPUTE WS-SHARE ROUNDED = WS-SPREAD-AMOUNT
                       * WS-CHECKING-PCT(WS-BAND-IDX) / 100
                   ADD WS-SHARE TO WS-B-CHECKING(WS-BAND-IDX)
               END-IF
               SUBTRACT WS-SHARE FROM WS-SPREAD-LEFT
           END-PERFORM
           IF ACCOUNT-TYPE = "S"
               ADD WS-SPREAD-LEFT TO WS-B-SAVINGS(6)
           ELSE
               ADD WS-SPREAD-LEFT TO WS-B-CHECKING(6)
           END-IF
           .

       COMPUTE-GAPS.
           MOVE 0 TO WS-RUNNING-GAP
           MOVE 0 TO WS-WEIGHTED-GAP
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               COMPUTE WS-B-ASSETS(WS-BAND-IDX) =
                   WS-B-FIXED-LOANS(WS-BAND-IDX)
                   + WS-B-VAR-LOANS(WS-BAND-IDX)
               COMPUTE WS-B-LIABILITIES(WS-BAND-IDX) =
                   WS-B-TERM(WS-BAND-IDX) + WS-B-SAVINGS(WS-BAND-IDX)
                   + WS-B-CHECKING(WS-BAND-IDX)
               COMPUTE WS-B-GAP(WS-BAND-IDX) =
                   WS-B-ASSETS(WS-BAND-IDX)
                   - WS-B-LIABILITIES(WS-BAND-IDX)
               ADD WS-B-GAP(WS-BAND-IDX) TO WS-RUNNING-GAP
               MOVE WS-RUNNING-GAP TO WS-B-CUM-GAP(WS-BAND-IDX)
               COMPUTE WS-WEIGHTED-GAP ROUNDED = WS-WEIGHTED-GAP
                   + WS-B-GAP(WS-BAND-IDX)
                   * WS-BAND-NII-WEIGHT(WS-BAND-IDX)
           END-PERFORM
           .

      *================================================================
      *    REPORT
      *================================================================
       REPORT-COMPOSITION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RATE-SENSITIVE BALANCES BY REPRICING BAND" TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BAND              FIXED LOANS   VAR LOANS |  TERM DEPS"
               & "     SAVINGS    CHECKING" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               MOVE WS-B-FIXED-LOANS(WS-BAND-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-B-VAR-LOANS(WS-BAND-IDX) TO WS-AMOUNT-DISPLAY-2
               MOVE WS-B-TERM(WS-BAND-IDX) TO WS-AMOUNT-DISPLAY-3
               MOVE WS-B-SAVINGS(WS-BAND-IDX) TO WS-AMOUNT-DISPLAY-4
               MOVE WS-B-CHECKING(WS-BAND-IDX) TO WS-AMOUNT-DISPLAY-5
               MOVE SPACES TO REPORT-LINE
               STRING WS-BAND-LABEL(WS-BAND-IDX) "  "
                   WS-AMOUNT-DISPLAY " " WS-AMOUNT-DISPLAY-2 " | "
                   WS-AMOUNT-DISPLAY-3 " " WS-AMOUNT-DISPLAY-4 " "
                   WS-AMOUNT-DISPLAY-5
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-LOAN-COUNT " LOANS, " WS-TERM-COUNT
               " TERM DEPOSITS, " WS-SAVINGS-COUNT
               " SAVINGS AND " WS-CHECKING-COUNT
               " CHECKING ACCOUNTS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       REPORT-GAPS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "REPRICING GAP (ASSETS LESS LIABILITIES)" TO
               REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BAND                   ASSETS LIABILITIES  PERIODIC "
               & "GAP  CUMULATIVE GAP" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               MOVE WS-B-ASSETS(WS-BAND-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-B-LIABILITIES(WS-BAND-IDX)
                   TO WS-AMOUNT-DISPLAY-2
               MOVE WS-B-GAP(WS-BAND-IDX) TO WS-GAP-DISPLAY
               MOVE WS-B-CUM-GAP(WS-BAND-IDX) TO WS-GAP-DISPLAY-2
               MOVE SPACES TO REPORT-LINE
               STRING WS-BAND-LABEL(WS-BAND-IDX) "  "
                   WS-AMOUNT-DISPLAY " " WS-AMOUNT-DISPLAY-2 "  "
                   WS-GAP-DISPLAY "    " WS-GAP-DISPLAY-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-ASSETS TO WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-LIABILITIES TO WS-AMOUNT-DISPLAY-2
           MOVE WS-RUNNING-GAP TO WS-GAP-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL           " WS-AMOUNT-DISPLAY " "
               WS-AMOUNT-DISPLAY-2 "  " WS-GAP-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       REPORT-NII-SENSITIVITY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ESTIMATED CHANGE IN NET INTEREST INCOME OVER THE NEXT "
               & "12 MONTHS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-B-CUM-GAP(4) TO WS-GAP-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  ONE-YEAR CUMULATIVE GAP          " WS-GAP-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-WEIGHTED-GAP TO WS-GAP-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  TIME-WEIGHTED ONE-YEAR GAP       " WS-GAP-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
               UNTIL WS-SHIFT-IDX > 4
               COMPUTE WS-NII-EFFECT ROUNDED = WS-WEIGHTED-GAP
                   * WS-SHIFT-BP(WS-SHIFT-IDX) / 10000
               MOVE WS-SHIFT-BP(WS-SHIFT-IDX) TO WS-SHIFT-DISPLAY
               MOVE WS-NII-EFFECT TO WS-NII-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  RATES " WS-SHIFT-DISPLAY
                   " BASIS POINTS               " WS-NII-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           .

       REPORT-ASSUMPTIONS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BEHAVIOURAL PROFILE (PERCENT OF BALANCE PER BAND)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BAND              SAVINGS  CHECKING" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 6
               MOVE WS-SAVINGS-PCT(WS-BAND-IDX) TO WS-PCT-DISPLAY
               MOVE WS-CHECKING-PCT(WS-BAND-IDX) TO WS-PCT-DISPLAY-2
               MOVE SPACES TO REPORT-LINE
               STRING WS-BAND-LABEL(WS-BAND-IDX) "    "
                   WS-PCT-DISPLAY "    " WS-PCT-DISPLAY-2
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-SAVINGS-PROFILE-OK = "N"
               MOVE "  *** GAP-SAVINGS-PCT ROWS DO NOT ADD UP TO 100 - "
                   & "STANDARD PROFILE USED ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-CHECKING-PROFILE-OK = "N"
               MOVE "  *** GAP-CHECKING-PCT ROWS DO NOT ADD UP TO 100 "
                   & "- STANDARD PROFILE USED ***" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-FOREIGN-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-FOREIGN-COUNT " NON-USD DEPOSIT ACCOUNTS "
                   "LEFT OUT - SEE FX-POSITION-REPORT"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       END PROGRAM REPRICING-GAP-REPORT.
