       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETER-IMPACT.

      *    WHAT A PENDING RATE OR FEE CHANGE WILL COST OR EARN,
      *    BEFORE THE CHECKER APPROVES IT. PARAMETER-APPROVAL CALLS
      *    THIS WITH ONE PENDING ROW; THE CURRENT BOOK IS REPLAYED
      *    TWICE THROUGH THE LOGIC OF THE PROGRAM THAT USES THE
      *    PARAMETER - ONCE WITH THE ROWS ON FILE, ONCE WITH THE
      *    PROPOSED ROW ADDED - BOTH AS IN FORCE ON THE CHANGE'S
      *    EFFECTIVE DATE:
      *        SAVINGS-INT-RATE, SAV-RATE-xxxx   INTEREST-ACCRUAL'S
      *            PRODUCT-THEN-GLOBAL TIERED RATE ON ACTIVE SAVINGS
      *        OD-DAILY-RATE                     OVERDRAFT-INTEREST'S
      *            DAILY CHARGE ON ACTIVE OVERDRAWN ACCOUNTS
      *        MINIMUM-BALANCE, MINBAL-FEE-AMOUNT,
      *        MINBAL-LVL-xxxx, MINBAL-FEE-xxxx  MINIMUM-BALANCE-FEE'S
      *            ELIGIBILITY, HOUSEHOLD RELIEF INCLUDED
      *    ANY OTHER NAME GETS A REPORT SAYING NO BOOK REPLAY EXISTS
      *    FOR IT. THE TIER LOOKUP IS BANK-PARAMETERS' OWN RULE
      *    (NEWEST EFFECTIVE DATE, THEN HIGHEST FLOOR NOT ABOVE THE
      *    BALANCE) RUN OVER THE CHANGED NAME'S ROWS IN STORAGE, SO
      *    THE PROPOSED ROW TAKES PART EXACTLY AS IT WOULD LIVE.
      *
      *    THE REPORT (02_BANKING/parameter_impact_report.txt) GIVES
      *    THE ACCOUNTS USING THE PARAMETER, THE ACCOUNTS WHOSE
      *    CHARGE OR CREDIT CHANGES, THE DIFFERENCE PER NIGHTLY RUN
      *    AND PROJECTED MONTHLY AND ANNUAL (IMPACT-RUNS-YEAR RUNS A
      *    YEAR, FALLBACK 250), THE SPLIT BY PRODUCT AND BY BRANCH,
      *    AND THE LARGEST INDIVIDUAL IMPACTS. DIFFERENCES ARE FROM
      *    THE BANK'S SIDE: POSITIVE IS MORE INCOME OR LESS EXPENSE.
      *    NOTHING IS POSTED AND NO MASTER IS UPDATED.
      *
      *    GOBACK RETURNS RETURN-CODE 0 (REPORT WRITTEN) OR 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    READ ONLY TO LOAD THE CHANGED NAME'S ROWS - EVERY OTHER
      *    VALUE COMES THROUGH BANK-PARAMETERS AS USUAL
           SELECT PARAMETER-FILE
               ASSIGN TO "02_BANKING/bank_parameters.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-KEY
               FILE STATUS IS WS-PARAMETER-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO "02_BANKING/products.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

      *    HOUSEHOLD RELIEF, AS MINIMUM-BALANCE-FEE APPLIES IT
           SELECT HOUSEHOLD-FILE
               ASSIGN TO "02_BANKING/households.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HH-CUSTOMER-ID
               FILE STATUS IS WS-HOUSEHOLD-STATUS.

           SELECT HH-ACCOUNT-FILE
               ASSIGN TO "02_BANKING/banking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HHA-NUMBER
               ALTERNATE RECORD KEY IS HHA-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS HHA-JOINT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HH-ACCOUNT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/parameter_impact_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD PARAMETER-FILE.
           COPY "PARAMETER-RECORD.cpy".

       FD PRODUCT-FILE.
           COPY "PRODUCT-RECORD.cpy".

       FD HOUSEHOLD-FILE.
           COPY "HOUSEHOLD-RECORD.cpy".

       FD HH-ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy"
               REPLACING ==ACCOUNT-RECORD== BY ==HHA-RECORD==
                   ==ACCOUNT-NUMBER== BY ==HHA-NUMBER==
                   ==ACCOUNT-CUSTOMER-ID== BY ==HHA-CUSTOMER-ID==
                   ==ACCOUNT-JOINT-CUSTOMER-ID==
                       BY ==HHA-JOINT-CUSTOMER-ID==
                   ==ACCOUNT-BALANCE== BY ==HHA-BALANCE==
                   ==ACCOUNT-OVERDRAFT-LIMIT==
                       BY ==HHA-OVERDRAFT-LIMIT==
                   ==ACCOUNT-TYPE== BY ==HHA-TYPE==
                   ==ACCOUNT-STATUS== BY ==HHA-STATUS-X==
                   ==ACCOUNT-CURRENCY== BY ==HHA-CURRENCY==
                   ==ACCOUNT-OWNERSHIP-TYPE==
                       BY ==HHA-OWNERSHIP-TYPE==
                   ==ACCOUNT-LINKED-FUNDING==
                       BY ==HHA-LINKED-FUNDING==
                   ==ACCOUNT-BRANCH== BY ==HHA-BRANCH==
                   ==ACCOUNT-PRODUCT-CODE==
                       BY ==HHA-PRODUCT-CODE==.

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-PARAMETER-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-HOUSEHOLD-STATUS PIC XX.
       01 WS-HH-ACCOUNT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ACCOUNT-EOF PIC X.
       01 WS-PARAMETER-EOF PIC X.
       01 WS-HOUSEHOLD-EOF PIC X.
       01 WS-HH-MEMBER-EOF PIC X.
       01 WS-PRODUCT-OPEN PIC X VALUE "N".
       01 WS-HOUSEHOLD-OPEN PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RUNS-YEAR PIC 9(3) VALUE 250.
      *    WHICH PROGRAM'S LOGIC IS REPLAYED: "I" INTEREST-ACCRUAL,
      *    "O" OVERDRAFT-INTEREST, "F" MINIMUM-BALANCE-FEE, SPACE
      *    NONE
       01 WS-MODEL PIC X.
       01 WS-MODEL-TEXT PIC X(60).
      *    THE CHANGED NAME'S ROWS ON FILE PLUS THE PROPOSED ONE
       01 WS-ROW-COUNT PIC 99.
       01 WS-ROW-TABLE.
           05 WS-ROW OCCURS 60 TIMES.
               10 WS-ROW-DATE PIC 9(8).
               10 WS-ROW-FLOOR PIC 9(7)V99.
               10 WS-ROW-VALUE PIC S9(7)V9(4).
               10 WS-ROW-PENDING PIC X.
       01 WS-ROW-IDX PIC 99.
       01 WS-KEY-CLASH PIC X VALUE "N".
      *    ONE TIER LOOKUP OVER THE TABLE - BANK-PARAMETERS' RULE
       01 WS-WITH-PENDING PIC X.
       01 WS-LK-AMOUNT PIC S9(7)V99.
       01 WS-LK-VALUE PIC S9(7)V9(4).
       01 WS-LK-FOUND PIC X.
       01 WS-LK-BEST-DATE PIC 9(8).
       01 WS-LK-BEST-FLOOR PIC 9(7)V99.
      *    ONE PRODUCT-THEN-GLOBAL-THEN-COMPILED VALUE FOR AN ACCOUNT
       01 WS-SLOT-PRODUCT-NAME PIC X(20).
       01 WS-SLOT-GLOBAL-NAME PIC X(20).
       01 WS-SLOT-FALLBACK PIC S9(7)V9(4).
       01 WS-SLOT-VALUE PIC S9(7)V9(4).
      *    THE ACCOUNT IN HAND, CURRENT AGAINST PROPOSED
       01 WS-ACCT-SUFFIX PIC X(4).
       01 WS-RATE-NAME PIC X(20).
       01 WS-LVL-NAME PIC X(20).
       01 WS-FEE-NAME PIC X(20).
       01 WS-APPLIED-RATE PIC V9(4).
       01 WS-APPLIED-MINIMUM PIC S9(7)V99.
       01 WS-APPLIED-FEE PIC 9(7)V99.
       01 WS-RUN-AMOUNT PIC S9(7)V99.
       01 WS-OVERDRAWN-AMOUNT PIC 9(7)V99.
       01 WS-CUR-INCOME PIC S9(7)V99.
       01 WS-NEW-INCOME PIC S9(7)V99.
       01 WS-DIFF PIC S9(7)V99.
       01 WS-ABS-DIFF PIC 9(7)V99.
       01 WS-MONTH-DIFF PIC S9(9)V99.
       01 WS-HH-DONE PIC X.
       01 WS-HH-MEMBER PIC X.
       01 WS-HH-TARGET-ID PIC 9(5).
       01 WS-HH-TOTAL PIC S9(11)V99.
      *    BOOK TOTALS, PER NIGHTLY RUN
       01 WS-IN-SCOPE-COUNT PIC 9(7) VALUE 0.
       01 WS-AFFECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-TOT-CUR PIC S9(11)V99 VALUE 0.
       01 WS-TOT-NEW PIC S9(11)V99 VALUE 0.
       01 WS-TOT-DIFF PIC S9(11)V99 VALUE 0.
       01 WS-TOT-MONTH PIC S9(11)V99.
       01 WS-TOT-YEAR PIC S9(11)V99.
      *    THE SPLIT BY PRODUCT AND BY BRANCH
       01 WS-PR-COUNT PIC 99 VALUE 0.
       01 WS-PR-TABLE.
           05 WS-PR-ENTRY OCCURS 30 TIMES.
               10 WS-PR-CODE PIC X(4).
               10 WS-PR-ACCOUNTS PIC 9(7).
               10 WS-PR-DIFF PIC S9(11)V99.
       01 WS-BR-COUNT PIC 99 VALUE 0.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 50 TIMES.
               10 WS-BR-CODE PIC X(3).
               10 WS-BR-ACCOUNTS PIC 9(7).
               10 WS-BR-DIFF PIC S9(11)V99.
       01 WS-BK-IDX PIC 99.
       01 WS-BK-MATCH PIC 99.
      *    THE LARGEST INDIVIDUAL IMPACTS, BIGGEST FIRST
       01 WS-TOP-COUNT PIC 99 VALUE 0.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 10 TIMES.
               10 WS-TOP-ACCOUNT PIC 9(9).
               10 WS-TOP-PRODUCT PIC X(4).
               10 WS-TOP-BRANCH PIC X(3).
               10 WS-TOP-CUR PIC S9(7)V99.
               10 WS-TOP-NEW PIC S9(7)V99.
               10 WS-TOP-DIFF PIC S9(7)V99.
               10 WS-TOP-ABS PIC 9(7)V99.
       01 WS-TOP-IDX PIC 99.
       01 WS-TOP-POS PIC 99.
       01 WS-VALUE-DISPLAY PIC -(7)9.9(4).
       01 WS-FLOOR-DISPLAY PIC Z(6)9.99.
       01 WS-AMT-DISPLAY PIC -(9)9.99.
       01 WS-AMT2-DISPLAY PIC -(9)9.99.
       01 WS-AMT3-DISPLAY PIC -(9)9.99.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       LINKAGE SECTION.
       01 LK-CHANGE-ID PIC 9(5).
       01 LK-PARAM-NAME PIC X(20).
       01 LK-EFFECTIVE-DATE PIC 9(8).
       01 LK-TIER-FLOOR PIC 9(7)V99.
       01 LK-NEW-VALUE PIC S9(7)V9(4).

       PROCEDURE DIVISION USING LK-CHANGE-ID LK-PARAM-NAME
           LK-EFFECTIVE-DATE LK-TIER-FLOOR LK-NEW-VALUE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "IMPACT-RUNS-YEAR" TO WS-PARAM-NAME
           MOVE 0 TO WS-PARAM-LOOKUP-AMOUNT
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-RUNS-YEAR
           END-IF
           MOVE 0 TO WS-IN-SCOPE-COUNT
           MOVE 0 TO WS-AFFECTED-COUNT
           MOVE 0 TO WS-TOT-CUR
           MOVE 0 TO WS-TOT-NEW
           MOVE 0 TO WS-TOT-DIFF
           MOVE 0 TO WS-PR-COUNT
           MOVE 0 TO WS-BR-COUNT
           MOVE 0 TO WS-TOP-COUNT
           MOVE "N" TO WS-PRODUCT-OPEN
           MOVE "N" TO WS-HOUSEHOLD-OPEN

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE IMPACT REPORT - "
                   "STATUS: " WS-REPORT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CLASSIFY-PARAMETER
           PERFORM WRITE-REPORT-HEADING
           IF WS-MODEL = SPACE
               MOVE "  NO BOOK REPLAY EXISTS FOR THIS PARAMETER - "
                   & "JUDGE THE CHANGE ON ITS VALUE" TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               MOVE "  NO ACCOUNT MASTER ON FILE - NOTHING TO REPLAY"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS = "00"
               MOVE "Y" TO WS-PRODUCT-OPEN
           END-IF
           IF WS-MODEL = "F"
               OPEN INPUT HOUSEHOLD-FILE
               IF WS-HOUSEHOLD-STATUS = "00"
                   OPEN INPUT HH-ACCOUNT-FILE
                   IF WS-HH-ACCOUNT-STATUS = "00"
                       MOVE "Y" TO WS-HOUSEHOLD-OPEN
                   ELSE
                       CLOSE HOUSEHOLD-FILE
                   END-IF
               END-IF
           END-IF
           PERFORM LOAD-CHANGED-ROWS

           MOVE "N" TO WS-ACCOUNT-EOF
           PERFORM UNTIL WS-ACCOUNT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-EOF
                   NOT AT END
                       PERFORM REPLAY-ONE-ACCOUNT
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE
           IF WS-PRODUCT-OPEN = "Y"
               CLOSE PRODUCT-FILE
           END-IF
           IF WS-HOUSEHOLD-OPEN = "Y"
               CLOSE HOUSEHOLD-FILE
               CLOSE HH-ACCOUNT-FILE
           END-IF
           PERFORM WRITE-REPORT-BODY
           CLOSE REPORT-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CLASSIFY-PARAMETER.
           EVALUATE TRUE
               WHEN LK-PARAM-NAME = "SAVINGS-INT-RATE"
               WHEN LK-PARAM-NAME(1:9) = "SAV-RATE-"
                   MOVE "I" TO WS-MODEL
                   MOVE "INTEREST-ACCRUAL - SAVINGS INTEREST PAID BY "
                       & "THE BANK" TO WS-MODEL-TEXT
               WHEN LK-PARAM-NAME = "OD-DAILY-RATE"
                   MOVE "O" TO WS-MODEL
                   MOVE "OVERDRAFT-INTEREST - DAILY CHARGE ON "
                       & "OVERDRAWN ACCOUNTS" TO WS-MODEL-TEXT
               WHEN LK-PARAM-NAME = "MINIMUM-BALANCE"
               WHEN LK-PARAM-NAME = "MINBAL-FEE-AMOUNT"
               WHEN LK-PARAM-NAME(1:11) = "MINBAL-LVL-"
               WHEN LK-PARAM-NAME(1:11) = "MINBAL-FEE-"
                   MOVE "F" TO WS-MODEL
                   MOVE "MINIMUM-BALANCE-FEE - BELOW-MINIMUM FEE "
                       & "ELIGIBILITY" TO WS-MODEL-TEXT
               WHEN OTHER
                   MOVE SPACE TO WS-MODEL
                   MOVE "NONE" TO WS-MODEL-TEXT
           END-EVALUATE
           .

      *    EVERY ROW ON FILE FOR THE CHANGED NAME, THEN THE PROPOSED
      *    ROW. A LIVE ROW WITH THE SAME DATE AND TIER MEANS
      *    APPROVAL WOULD BE REFUSED - THE REPORT SAYS SO.
       LOAD-CHANGED-ROWS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-KEY-CLASH
           OPEN INPUT PARAMETER-FILE
           IF WS-PARAMETER-STATUS = "00"
               MOVE "N" TO WS-PARAMETER-EOF
               MOVE LK-PARAM-NAME TO PARAM-NAME
               MOVE 0 TO PARAM-EFFECTIVE-DATE
               MOVE 0 TO PARAM-TIER-FLOOR
               START PARAMETER-FILE KEY >= PARAM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PARAMETER-EOF
               END-START
               PERFORM UNTIL WS-PARAMETER-EOF = "Y"
                   READ PARAMETER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PARAMETER-EOF
                       NOT AT END
                           IF PARAM-NAME NOT = LK-PARAM-NAME
                               MOVE "Y" TO WS-PARAMETER-EOF
                           ELSE
                               IF WS-ROW-COUNT < 59
                                   ADD 1 TO WS-ROW-COUNT
                                   MOVE PARAM-EFFECTIVE-DATE
                                       TO WS-ROW-DATE(WS-ROW-COUNT)
                                   MOVE PARAM-TIER-FLOOR
                                       TO WS-ROW-FLOOR(WS-ROW-COUNT)
                                   MOVE PARAM-VALUE
                                       TO WS-ROW-VALUE(WS-ROW-COUNT)
                                   MOVE "N"
                                       TO WS-ROW-PENDING(WS-ROW-COUNT)
                               END-IF
                               IF PARAM-EFFECTIVE-DATE
                                   = LK-EFFECTIVE-DATE
                                   AND PARAM-TIER-FLOOR = LK-TIER-FLOOR
                                   MOVE "Y" TO WS-KEY-CLASH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE LK-EFFECTIVE-DATE TO WS-ROW-DATE(WS-ROW-COUNT)
           MOVE LK-TIER-FLOOR TO WS-ROW-FLOOR(WS-ROW-COUNT)
           MOVE LK-NEW-VALUE TO WS-ROW-VALUE(WS-ROW-COUNT)
           MOVE "Y" TO WS-ROW-PENDING(WS-ROW-COUNT)
           IF WS-KEY-CLASH = "Y"
               MOVE "  *** A LIVE ROW FOR THIS NAME, DATE AND TIER "
                   & "EXISTS - APPROVAL WOULD BE REFUSED ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

      *    CONSIDER-PARAMETER-ROW FROM BANK-PARAMETERS, OVER THE
      *    TABLE, WITH OR WITHOUT THE PROPOSED ROW
       TABLE-LOOKUP.
           MOVE "N" TO WS-LK-FOUND
           MOVE 0 TO WS-LK-BEST-DATE
           MOVE 0 TO WS-LK-BEST-FLOOR
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ROW-COUNT
               IF (WS-ROW-PENDING(WS-ROW-IDX) = "N"
                   OR WS-WITH-PENDING = "Y")
                   AND WS-ROW-DATE(WS-ROW-IDX) <= LK-EFFECTIVE-DATE
                   AND WS-ROW-FLOOR(WS-ROW-IDX) <= WS-LK-AMOUNT
                   IF WS-LK-FOUND = "N"
                       OR WS-ROW-DATE(WS-ROW-IDX) > WS-LK-BEST-DATE
                       OR (WS-ROW-DATE(WS-ROW-IDX) = WS-LK-BEST-DATE
                       AND WS-ROW-FLOOR(WS-ROW-IDX)
                           >= WS-LK-BEST-FLOOR)
                       MOVE "Y" TO WS-LK-FOUND
                       MOVE WS-ROW-DATE(WS-ROW-IDX) TO WS-LK-BEST-DATE
                       MOVE WS-ROW-FLOOR(WS-ROW-IDX)
                           TO WS-LK-BEST-FLOOR
                       MOVE WS-ROW-VALUE(WS-ROW-IDX) TO WS-LK-VALUE
                   END-IF
               END-IF
           END-PERFORM
           .

      *    THE VALUE A RUN WOULD USE FOR THIS ACCOUNT: THE PRODUCT
      *    ROW, ELSE THE GLOBAL ROW, ELSE THE COMPILED-IN FALLBACK.
      *    THE CHANGED NAME COMES FROM THE TABLE, ANY OTHER NAME
      *    FROM BANK-PARAMETERS AS THE RUN ITSELF WOULD ASK.
       RESOLVE-SLOT-VALUE.
           MOVE "N" TO WS-LK-FOUND
           IF WS-SLOT-PRODUCT-NAME NOT = SPACES
               MOVE WS-SLOT-PRODUCT-NAME TO WS-PARAM-NAME
               PERFORM LOOKUP-ONE-NAME
           END-IF
           IF WS-LK-FOUND = "N"
               MOVE WS-SLOT-GLOBAL-NAME TO WS-PARAM-NAME
               PERFORM LOOKUP-ONE-NAME
           END-IF
           IF WS-LK-FOUND = "Y"
               MOVE WS-LK-VALUE TO WS-SLOT-VALUE
           ELSE
               MOVE WS-SLOT-FALLBACK TO WS-SLOT-VALUE
           END-IF
           .

       LOOKUP-ONE-NAME.
           IF WS-PARAM-NAME = LK-PARAM-NAME
               PERFORM TABLE-LOOKUP
           ELSE
               MOVE WS-LK-AMOUNT TO WS-PARAM-LOOKUP-AMOUNT
               CALL "BANK-PARAMETERS" USING WS-PARAM-NAME
                   LK-EFFECTIVE-DATE WS-PARAM-LOOKUP-AMOUNT
                   WS-PARAM-VALUE WS-PARAM-FOUND
               MOVE WS-PARAM-FOUND TO WS-LK-FOUND
               IF WS-PARAM-FOUND = "Y"
                   MOVE WS-PARAM-VALUE TO WS-LK-VALUE
               END-IF
           END-IF
           .

       REPLAY-ONE-ACCOUNT.
           IF ACCOUNT-STATUS NOT = "A" OR ACCOUNT-TYPE = "G"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACCT-SUFFIX
           IF ACCOUNT-PRODUCT-CODE NOT = SPACES
               AND WS-PRODUCT-OPEN = "Y"
               MOVE ACCOUNT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROD-PARAM-SUFFIX TO WS-ACCT-SUFFIX
               END-READ
           END-IF
           EVALUATE WS-MODEL
               WHEN "I"
                   PERFORM REPLAY-INTEREST
               WHEN "O"
                   PERFORM REPLAY-OVERDRAFT
               WHEN "F"
                   PERFORM REPLAY-MINIMUM-FEE
           END-EVALUATE
           .

      *    INTEREST-ACCRUAL: ACTIVE SAVINGS IN CREDIT, PRODUCT
      *    SAV-RATE-xxxx TIERED BY BALANCE, ELSE SAVINGS-INT-RATE,
      *    ELSE 0.0150. INTEREST IS THE BANK'S EXPENSE.
       REPLAY-INTEREST.
           IF ACCOUNT-TYPE NOT = "S" OR ACCOUNT-BALANCE <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RATE-NAME
           IF WS-ACCT-SUFFIX NOT = SPACES
               STRING "SAV-RATE-" WS-ACCT-SUFFIX
                   DELIMITED BY SIZE INTO WS-RATE-NAME
           END-IF
           IF LK-PARAM-NAME NOT = WS-RATE-NAME
               AND LK-PARAM-NAME NOT = "SAVINGS-INT-RATE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RATE-NAME TO WS-SLOT-PRODUCT-NAME
           MOVE "SAVINGS-INT-RATE" TO WS-SLOT-GLOBAL-NAME
           MOVE 0.0150 TO WS-SLOT-FALLBACK
           MOVE ACCOUNT-BALANCE TO WS-LK-AMOUNT

           MOVE "N" TO WS-WITH-PENDING
           PERFORM RESOLVE-SLOT-VALUE
           MOVE WS-SLOT-VALUE TO WS-APPLIED-RATE
           COMPUTE WS-RUN-AMOUNT ROUNDED =
               ACCOUNT-BALANCE * WS-APPLIED-RATE
           COMPUTE WS-CUR-INCOME = 0 - WS-RUN-AMOUNT

           MOVE "Y" TO WS-WITH-PENDING
           PERFORM RESOLVE-SLOT-VALUE
           MOVE WS-SLOT-VALUE TO WS-APPLIED-RATE
           COMPUTE WS-RUN-AMOUNT ROUNDED =
               ACCOUNT-BALANCE * WS-APPLIED-RATE
           COMPUTE WS-NEW-INCOME = 0 - WS-RUN-AMOUNT
           PERFORM RECORD-ACCOUNT-IMPACT
           .

      *    OVERDRAFT-INTEREST: ACTIVE ACCOUNTS BELOW ZERO PAY A DAY
      *    OF OD-DAILY-RATE (ELSE 0.0005) ON THE OVERDRAWN AMOUNT.
       REPLAY-OVERDRAFT.
           IF ACCOUNT-BALANCE >= 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SLOT-PRODUCT-NAME
           MOVE "OD-DAILY-RATE" TO WS-SLOT-GLOBAL-NAME
           MOVE 0.0005 TO WS-SLOT-FALLBACK
           MOVE 0 TO WS-LK-AMOUNT
           COMPUTE WS-OVERDRAWN-AMOUNT = ACCOUNT-BALANCE * -1

           MOVE "N" TO WS-WITH-PENDING
           PERFORM RESOLVE-SLOT-VALUE
           MOVE WS-SLOT-VALUE TO WS-APPLIED-RATE
           COMPUTE WS-CUR-INCOME ROUNDED =
               WS-OVERDRAWN-AMOUNT * WS-APPLIED-RATE

           MOVE "Y" TO WS-WITH-PENDING
           PERFORM RESOLVE-SLOT-VALUE
           MOVE WS-SLOT-VALUE TO WS-APPLIED-RATE
           COMPUTE WS-NEW-INCOME ROUNDED =
               WS-OVERDRAWN-AMOUNT * WS-APPLIED-RATE
           PERFORM RECORD-ACCOUNT-IMPACT
           .

      *    MINIMUM-BALANCE-FEE: THE PRODUCT'S MINBAL-LVL / MINBAL-FEE
      *    ROWS, ELSE MINIMUM-BALANCE / MINBAL-FEE-AMOUNT, ELSE
      *    500.00 / 10.00. BELOW THE MINIMUM PAYS THE FEE UNLESS THE
      *    HOUSEHOLD'S COMBINED POSITION CLEARS THAT MINIMUM.
       REPLAY-MINIMUM-FEE.
           MOVE SPACES TO WS-LVL-NAME
           MOVE SPACES TO WS-FEE-NAME
           IF WS-ACCT-SUFFIX NOT = SPACES
               STRING "MINBAL-LVL-" WS-ACCT-SUFFIX
                   DELIMITED BY SIZE INTO WS-LVL-NAME
               STRING "MINBAL-FEE-" WS-ACCT-SUFFIX
                   DELIMITED BY SIZE INTO WS-FEE-NAME
           END-IF
           IF LK-PARAM-NAME NOT = WS-LVL-NAME
               AND LK-PARAM-NAME NOT = WS-FEE-NAME
               AND LK-PARAM-NAME NOT = "MINIMUM-BALANCE"
               AND LK-PARAM-NAME NOT = "MINBAL-FEE-AMOUNT"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LK-AMOUNT
           MOVE "N" TO WS-HH-DONE

           MOVE "N" TO WS-WITH-PENDING
           PERFORM RESOLVE-FEE-TERMS
           PERFORM FEE-FOR-ACCOUNT
           MOVE WS-RUN-AMOUNT TO WS-CUR-INCOME

           MOVE "Y" TO WS-WITH-PENDING
           PERFORM RESOLVE-FEE-TERMS
           PERFORM FEE-FOR-ACCOUNT
           MOVE WS-RUN-AMOUNT TO WS-NEW-INCOME
           PERFORM RECORD-ACCOUNT-IMPACT
           .

       RESOLVE-FEE-TERMS.
           MOVE WS-LVL-NAME TO WS-SLOT-PRODUCT-NAME
           MOVE "MINIMUM-BALANCE" TO WS-SLOT-GLOBAL-NAME
           MOVE 500.00 TO WS-SLOT-FALLBACK
           PERFORM RESOLVE-SLOT-VALUE
           MOVE WS-SLOT-VALUE TO WS-APPLIED-MINIMUM
           MOVE WS-FEE-NAME TO WS-SLOT-PRODUCT-NAME
           MOVE "MINBAL-FEE-AMOUNT" TO WS-SLOT-GLOBAL-NAME
           MOVE 10.00 TO WS-SLOT-FALLBACK
           PERFORM RESOLVE-SLOT-VALUE
           MOVE WS-SLOT-VALUE TO WS-APPLIED-FEE
           .

       FEE-FOR-ACCOUNT.
           MOVE 0 TO WS-RUN-AMOUNT
           IF ACCOUNT-BALANCE >= WS-APPLIED-MINIMUM
               EXIT PARAGRAPH
           END-IF
           IF WS-HH-DONE = "N"
               PERFORM SUM-HOUSEHOLD-POSITION
           END-IF
           IF WS-HH-MEMBER = "Y"
               AND WS-HH-TOTAL >= WS-APPLIED-MINIMUM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-APPLIED-FEE TO WS-RUN-AMOUNT
           .

      *    THE HOUSEHOLD'S COMBINED OPEN DEPOSIT BALANCES, SUMMED
      *    ONCE PER ACCOUNT AND COMPARED WITH BOTH MINIMUMS
       SUM-HOUSEHOLD-POSITION.
           MOVE "Y" TO WS-HH-DONE
           MOVE "N" TO WS-HH-MEMBER
           MOVE 0 TO WS-HH-TOTAL
           IF WS-HOUSEHOLD-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUSTOMER-ID TO HH-CUSTOMER-ID
           READ HOUSEHOLD-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE "Y" TO WS-HH-MEMBER
           MOVE HH-HOUSEHOLD-ID TO WS-HH-TARGET-ID
           MOVE "N" TO WS-HOUSEHOLD-EOF
           MOVE 0 TO HH-CUSTOMER-ID
           START HOUSEHOLD-FILE KEY >= HH-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-HOUSEHOLD-EOF
           END-START
           PERFORM UNTIL WS-HOUSEHOLD-EOF = "Y"
               READ HOUSEHOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HOUSEHOLD-EOF
                   NOT AT END
                       IF HH-HOUSEHOLD-ID = WS-HH-TARGET-ID
                           PERFORM SUM-MEMBER-BALANCES
                       END-IF
               END-READ
           END-PERFORM
           .

       SUM-MEMBER-BALANCES.
           MOVE "N" TO WS-HH-MEMBER-EOF
           MOVE HH-CUSTOMER-ID TO HHA-CUSTOMER-ID
           START HH-ACCOUNT-FILE KEY >= HHA-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-HH-MEMBER-EOF
           END-START
           PERFORM UNTIL WS-HH-MEMBER-EOF = "Y"
               READ HH-ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HH-MEMBER-EOF
                   NOT AT END
                       IF HHA-CUSTOMER-ID NOT = HH-CUSTOMER-ID
                           MOVE "Y" TO WS-HH-MEMBER-EOF
                       ELSE
                           IF HHA-TYPE NOT = "G"
                               AND HHA-STATUS-X NOT = "C"
                               ADD HHA-BALANCE TO WS-HH-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    EVERY ACCOUNT THE CHANGED NAME REACHES IS IN SCOPE; ONLY
      *    THOSE WHOSE AMOUNT MOVES ARE AFFECTED AND BROKEN DOWN
       RECORD-ACCOUNT-IMPACT.
           ADD 1 TO WS-IN-SCOPE-COUNT
           ADD WS-CUR-INCOME TO WS-TOT-CUR
           ADD WS-NEW-INCOME TO WS-TOT-NEW
           COMPUTE WS-DIFF = WS-NEW-INCOME - WS-CUR-INCOME
           IF WS-DIFF = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AFFECTED-COUNT
           ADD WS-DIFF TO WS-TOT-DIFF
           PERFORM ADD-TO-PRODUCT-SPLIT
           PERFORM ADD-TO-BRANCH-SPLIT
           PERFORM ADD-TO-LARGEST
           .

       ADD-TO-PRODUCT-SPLIT.
           MOVE 0 TO WS-BK-MATCH
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-PR-COUNT
               IF WS-PR-CODE(WS-BK-IDX) = ACCOUNT-PRODUCT-CODE
                   MOVE WS-BK-IDX TO WS-BK-MATCH
               END-IF
           END-PERFORM
           IF WS-BK-MATCH = 0
               IF WS-PR-COUNT >= 30
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-BK-MATCH
               MOVE ACCOUNT-PRODUCT-CODE TO WS-PR-CODE(WS-BK-MATCH)
               MOVE 0 TO WS-PR-ACCOUNTS(WS-BK-MATCH)
               MOVE 0 TO WS-PR-DIFF(WS-BK-MATCH)
           END-IF
           ADD 1 TO WS-PR-ACCOUNTS(WS-BK-MATCH)
           ADD WS-DIFF TO WS-PR-DIFF(WS-BK-MATCH)
           .

       ADD-TO-BRANCH-SPLIT.
           MOVE 0 TO WS-BK-MATCH
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BR-COUNT
               IF WS-BR-CODE(WS-BK-IDX) = ACCOUNT-BRANCH
                   MOVE WS-BK-IDX TO WS-BK-MATCH
               END-IF
           END-PERFORM
           IF WS-BK-MATCH = 0
               IF WS-BR-COUNT >= 50
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BK-MATCH
               MOVE ACCOUNT-BRANCH TO WS-BR-CODE(WS-BK-MATCH)
               MOVE 0 TO WS-BR-ACCOUNTS(WS-BK-MATCH)
               MOVE 0 TO WS-BR-DIFF(WS-BK-MATCH)
           END-IF
           ADD 1 TO WS-BR-ACCOUNTS(WS-BK-MATCH)
           ADD WS-DIFF TO WS-BR-DIFF(WS-BK-MATCH)
           .

      *    KEPT IN ORDER, BIGGEST MOVEMENT EITHER WAY FIRST - THE
      *    NEW ENTRY GOES IN ABOVE THE FIRST SMALLER ONE AND THE
      *    TENTH FALLS OFF
       ADD-TO-LARGEST.
           IF WS-DIFF < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF
           MOVE 0 TO WS-TOP-POS
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-COUNT OR WS-TOP-POS > 0
               IF WS-ABS-DIFF > WS-TOP-ABS(WS-TOP-IDX)
                   MOVE WS-TOP-IDX TO WS-TOP-POS
               END-IF
           END-PERFORM
           IF WS-TOP-POS = 0
               IF WS-TOP-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TOP-POS = WS-TOP-COUNT + 1
           END-IF
           IF WS-TOP-COUNT < 10
               ADD 1 TO WS-TOP-COUNT
           END-IF
           PERFORM VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
               UNTIL WS-TOP-IDX <= WS-TOP-POS
               MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1)
                   TO WS-TOP-ENTRY(WS-TOP-IDX)
           END-PERFORM
           MOVE ACCOUNT-NUMBER TO WS-TOP-ACCOUNT(WS-TOP-POS)
           MOVE ACCOUNT-PRODUCT-CODE TO WS-TOP-PRODUCT(WS-TOP-POS)
           MOVE ACCOUNT-BRANCH TO WS-TOP-BRANCH(WS-TOP-POS)
           MOVE WS-CUR-INCOME TO WS-TOP-CUR(WS-TOP-POS)
           MOVE WS-NEW-INCOME TO WS-TOP-NEW(WS-TOP-POS)
           MOVE WS-DIFF TO WS-TOP-DIFF(WS-TOP-POS)
           MOVE WS-ABS-DIFF TO WS-TOP-ABS(WS-TOP-POS)
           .

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "PARAMETER CHANGE IMPACT - CHANGE " LK-CHANGE-ID
               " - RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LK-NEW-VALUE TO WS-VALUE-DISPLAY
           MOVE LK-TIER-FLOOR TO WS-FLOOR-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  " LK-PARAM-NAME " = "
               FUNCTION TRIM(WS-VALUE-DISPLAY)
               "  TIER " FUNCTION TRIM(WS-FLOOR-DISPLAY)
               "  EFFECTIVE " LK-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  REPLAYS " WS-MODEL-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  TODAY'S BOOK, PARAMETERS IN FORCE ON "
               LK-EFFECTIVE-DATE ", " WS-RUNS-YEAR
               " NIGHTLY RUNS A YEAR"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  + = MORE INCOME OR LESS EXPENSE FOR THE BANK, "
               & "- = LESS INCOME OR MORE EXPENSE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-REPORT-BODY.
           COMPUTE WS-TOT-YEAR ROUNDED = WS-TOT-DIFF * WS-RUNS-YEAR
           COMPUTE WS-TOT-MONTH ROUNDED =
               WS-TOT-DIFF * WS-RUNS-YEAR / 12
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS USING THIS PARAMETER         "
               WS-IN-SCOPE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNTS WHOSE AMOUNT CHANGES         "
               WS-AFFECTED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-CUR TO WS-AMT-DISPLAY
           MOVE WS-TOT-NEW TO WS-AMT2-DISPLAY
           MOVE WS-TOT-DIFF TO WS-AMT3-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "PER RUN   CURRENT " WS-AMT-DISPLAY
               "  PROPOSED " WS-AMT2-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PER RUN   DIFFERENCE                    "
               WS-AMT3-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-MONTH TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "PROJECTED MONTHLY DIFFERENCE            "
               WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-YEAR TO WS-AMT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "PROJECTED ANNUAL DIFFERENCE             "
               WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AFFECTED-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "NO ACCOUNT'S CHARGE OR CREDIT WOULD CHANGE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY PRODUCT    ACCOUNTS   MONTHLY DIFFERENCE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-PR-COUNT
               COMPUTE WS-MONTH-DIFF ROUNDED =
                   WS-PR-DIFF(WS-BK-IDX) * WS-RUNS-YEAR / 12
               MOVE WS-MONTH-DIFF TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               IF WS-PR-CODE(WS-BK-IDX) = SPACES
                   STRING "  (NONE)    " WS-PR-ACCOUNTS(WS-BK-IDX)
                       "  " WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  " WS-PR-CODE(WS-BK-IDX) "      "
                       WS-PR-ACCOUNTS(WS-BK-IDX)
                       "  " WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY BRANCH     ACCOUNTS   MONTHLY DIFFERENCE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
               UNTIL WS-BK-IDX > WS-BR-COUNT
               COMPUTE WS-MONTH-DIFF ROUNDED =
                   WS-BR-DIFF(WS-BK-IDX) * WS-RUNS-YEAR / 12
               MOVE WS-MONTH-DIFF TO WS-AMT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               IF WS-BR-CODE(WS-BK-IDX) = SPACES
                   STRING "  (NONE)    " WS-BR-ACCOUNTS(WS-BK-IDX)
                       "  " WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  " WS-BR-CODE(WS-BK-IDX) "       "
                       WS-BR-ACCOUNTS(WS-BK-IDX)
                       "  " WS-AMT-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "LARGEST INDIVIDUAL IMPACTS (MONTHLY)" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  ACCOUNT   PROD BR        CURRENT      PROPOSED"
               & "    DIFFERENCE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-COUNT
               COMPUTE WS-MONTH-DIFF ROUNDED =
                   WS-TOP-CUR(WS-TOP-IDX) * WS-RUNS-YEAR / 12
               MOVE WS-MONTH-DIFF TO WS-AMT-DISPLAY
               COMPUTE WS-MONTH-DIFF ROUNDED =
                   WS-TOP-NEW(WS-TOP-IDX) * WS-RUNS-YEAR / 12
               MOVE WS-MONTH-DIFF TO WS-AMT2-DISPLAY
               COMPUTE WS-MONTH-DIFF ROUNDED =
                   WS-TOP-DIFF(WS-TOP-IDX) * WS-RUNS-YEAR / 12
               MOVE WS-MONTH-DIFF TO WS-AMT3-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-TOP-ACCOUNT(WS-TOP-IDX) " "
                   WS-TOP-PRODUCT(WS-TOP-IDX) " "
                   WS-TOP-BRANCH(WS-TOP-IDX) " "
                   WS-AMT-DISPLAY " " WS-AMT2-DISPLAY " "
                   WS-AMT3-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           .

       END PROGRAM PARAMETER-IMPACT.
