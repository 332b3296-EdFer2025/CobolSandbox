       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMS-CHANGE-NOTICES.

      *    ADVANCE NOTICE TO CUSTOMERS OF A CHANGE IN THEIR ACCOUNT
      *    TERMS. RUNS AFTER THE DAY'S APPROVALS AND PICKS UP EVERY
      *    CHANGE PARAMETER-APPROVAL HAS APPROVED THAT IS NOT YET
      *    NOTIFIED. ONLY PRODUCT PARAMETERS CARRY A NOTICE - A NAME
      *    BUILT AS ONE OF THE PRODUCT BASES (SAV-RATE-, MINBAL-LVL-,
      *    MINBAL-FEE-, CLOSE-FEE-, EARLY-CLOSE-FEE-) PLUS A
      *    PROD-PARAM-SUFFIX. THE PRODUCTS USING THAT SUFFIX ARE
      *    FOUND ON THE PRODUCT MASTER AND EVERY OPEN ACCOUNT HOLDING
      *    ONE OF THEM (ACCOUNT-PRODUCT-CODE) IS AFFECTED.
      *
      *    EACH PRIMARY HOLDER GETS ONE CHANGE-IN-TERMS NOTICE IN THE
      *    CORRESPONDENCE OUTBOX LISTING THEIR AFFECTED ACCOUNTS, THE
      *    OLD VALUE (THE PRODUCT ROW IN FORCE THE DAY BEFORE, ELSE
      *    THE GLOBAL ROW THE RUNS FALL BACK TO), THE NEW VALUE AND
      *    THE EFFECTIVE DATE. EVERY NOTICE IS RECORDED PER ACCOUNT
      *    IN 02_BANKING/terms_notices.dat (TERMS-NOTICE-RECORD.cpy).
      *    A CHANGE APPROVED WITH LESS THAN TERMS-NOTICE-DAYS
      *    (PARAMETER, FALLBACK 30) BEFORE IT TAKES EFFECT IS FLAGGED
      *    LATE. THE CONTROL REPORT, 02_BANKING/terms_notice_report.
      *    txt, SHOWS FOR EVERY CHANGE NOT YET IN FORCE (AND EVERY
      *    CHANGE NOTIFIED TODAY) HOW MANY ACCOUNTS WERE NOTIFIED IN
      *    TIME, LATE, OR HELD FOR RETURNED MAIL.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE
               ASSIGN TO "02_BANKING/pending_parameters.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPD-ID
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO "02_BANKING/products.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-STATUS.

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

           SELECT NOTICE-FILE
               ASSIGN TO "02_BANKING/terms_notices.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/terms_notice_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PPD-ID PIC 9(5).
           05 PPD-NAME PIC X(20).
           05 PPD-EFFECTIVE-DATE PIC 9(8).
           05 PPD-TIER-FLOOR PIC 9(7)V99.
           05 PPD-VALUE PIC S9(7)V9(4).
           05 PPD-ENTERED-BY PIC X(10).
           05 PPD-ENTERED-DATE PIC 9(8).
      *    PPD-STATUS: "P" = PENDING, "A" = APPROVED (LIVE ROW
      *    WRITTEN), "R" = REJECTED, "X" = EXPIRED UNDECIDED
           05 PPD-STATUS PIC X.
           05 PPD-DECIDED-BY PIC X(10).
           05 PPD-DECIDED-DATE PIC 9(8).

       FD PRODUCT-FILE.
           COPY "PRODUCT-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD NOTICE-FILE.
           COPY "TERMS-NOTICE-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-PRODUCT-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-NOTICE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-PENDING-EOF PIC X.
       01 WS-PRODUCT-EOF PIC X.
       01 WS-ACCOUNT-EOF PIC X.
       01 WS-NOTICE-EOF PIC X.
       01 WS-PENDING-OPEN PIC X VALUE "N".
       01 WS-PRODUCT-OPEN PIC X VALUE "N".
       01 WS-ACCOUNT-OPEN PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOTICE-DAYS PIC 9(3) VALUE 30.
       01 WS-DAY-BEFORE PIC 9(8).
       01 WS-LEAD-DAYS PIC S9(5).
       01 WS-LATE PIC X.
      *    THE APPROVED NAME TAKEN APART - BASE, SUFFIX, THE GLOBAL
      *    ROW THE RUNS FALL BACK TO, AND WHAT TO CALL IT IN A LETTER
       01 WS-SUFFIX PIC X(4).
       01 WS-GLOBAL-NAME PIC X(20).
       01 WS-TERM-TEXT PIC X(30).
       01 WS-OLD-VALUE PIC S9(7)V9(4).
       01 WS-OLD-FOUND PIC X.
      *    THE PRODUCTS THAT USE THE CHANGED SUFFIX
       01 WS-PRODUCT-COUNT PIC 99.
       01 WS-PRODUCT-TABLE.
           05 WS-PRODUCT-ENTRY OCCURS 20 TIMES.
               10 WS-PT-CODE PIC X(4).
               10 WS-PT-DESC PIC X(30).
       01 WS-PT-IDX PIC 99.
       01 WS-PT-MATCH PIC 99.
      *    ONE HOLDER'S AFFECTED ACCOUNTS, GATHERED FOR THEIR NOTICE
       01 WS-CUR-CUSTOMER PIC 9(5).
       01 WS-CA-COUNT PIC 99.
       01 WS-CUST-ACCOUNTS.
           05 WS-CA-ENTRY OCCURS 12 TIMES.
               10 WS-CA-ACCOUNT PIC 9(9).
               10 WS-CA-DESC PIC X(30).
       01 WS-CA-IDX PIC 99.
       01 WS-CHANGE-ACCOUNTS PIC 9(5).
       01 WS-CHANGE-CUSTOMERS PIC 9(5).
       01 WS-VALUE-DISPLAY PIC -(7)9.9(4).
       01 WS-OLD-DISPLAY PIC -(7)9.9(4).
       01 WS-FLOOR-DISPLAY PIC Z(6)9.99.
       01 WS-DAYS-DISPLAY PIC -(4)9.
       01 WS-WRITTEN PIC X.
       01 WS-NEW-CHANGES PIC 9(5) VALUE 0.
       01 WS-NEW-NOTICES PIC 9(5) VALUE 0.
      *    CONTROL REPORT TALLIES - ONE CHANGE, THEN THE WHOLE RUN
       01 WS-IN-SCOPE PIC X VALUE "N".
       01 WS-CH-ACCOUNTS PIC 9(5).
       01 WS-CH-ON-TIME PIC 9(5).
       01 WS-CH-LATE PIC 9(5).
       01 WS-CH-HELD PIC 9(5).
       01 WS-CH-FAILED PIC 9(5).
       01 WS-RPT-CHANGES PIC 9(5) VALUE 0.
       01 WS-RPT-LATE-CHANGES PIC 9(5) VALUE 0.
       01 WS-RPT-ACCOUNTS PIC 9(7) VALUE 0.
       01 WS-RPT-LATE PIC 9(7) VALUE 0.
       01 WS-RPT-HELD PIC 9(7) VALUE 0.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
           COPY "CORRESPONDENCE-ITEM.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "TERMS-NOTICE-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-NOTICE-DAYS
           END-IF

           OPEN I-O NOTICE-FILE
           IF WS-NOTICE-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
               CLOSE NOTICE-FILE
               OPEN I-O NOTICE-FILE
           END-IF
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE TERMS NOTICE FILE - "
                   "STATUS: " WS-NOTICE-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

      *    NO PENDING QUEUE, PRODUCT MASTER OR ACCOUNTS SIMPLY MEANS
      *    NOTHING NEW TO NOTIFY - THE CONTROL REPORT STILL RUNS
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               MOVE "Y" TO WS-PENDING-OPEN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PRODUCT-STATUS = "00"
               MOVE "Y" TO WS-PRODUCT-OPEN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-OPEN
           END-IF

           IF WS-PENDING-OPEN = "Y" AND WS-PRODUCT-OPEN = "Y"
               AND WS-ACCOUNT-OPEN = "Y"
               MOVE "N" TO WS-PENDING-EOF
               PERFORM UNTIL WS-PENDING-EOF = "Y"
                   READ PENDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PENDING-EOF
                       NOT AT END
                           IF PPD-STATUS = "A"
                               PERFORM PROCESS-ONE-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-PENDING-OPEN = "Y"
               CLOSE PENDING-FILE
           END-IF
           IF WS-PRODUCT-OPEN = "Y"
               CLOSE PRODUCT-FILE
           END-IF
           IF WS-ACCOUNT-OPEN = "Y"
               CLOSE ACCOUNT-FILE
           END-IF

           PERFORM WRITE-CONTROL-REPORT
           CLOSE NOTICE-FILE
           IF WS-REPORT-STATUS NOT = "00"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "TERMS CHANGE NOTICES COMPLETE - " WS-NEW-CHANGES
               " CHANGES, " WS-NEW-NOTICES " NOTICES, "
               WS-RPT-LATE-CHANGES " CHANGES APPROVED TOO LATE"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    A CHANGE IS NOTIFIED ONCE - ITS HEADER ROW ON THE NOTICE
      *    FILE SAYS IT HAS BEEN DONE
       PROCESS-ONE-CHANGE.
           MOVE PPD-ID TO TN-CHANGE-ID
           MOVE 0 TO TN-ACCOUNT
           READ NOTICE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM SPLIT-PARAMETER-NAME
           IF WS-SUFFIX = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SUFFIX-PRODUCTS
           PERFORM LOOKUP-OLD-VALUE
           COMPUTE WS-LEAD-DAYS =
               FUNCTION INTEGER-OF-DATE(PPD-EFFECTIVE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           IF WS-LEAD-DAYS < WS-NOTICE-DAYS
               MOVE "Y" TO WS-LATE
           ELSE
               MOVE "N" TO WS-LATE
           END-IF
           MOVE 0 TO WS-CHANGE-ACCOUNTS
           MOVE 0 TO WS-CHANGE-CUSTOMERS
           IF WS-PRODUCT-COUNT > 0
               PERFORM NOTIFY-AFFECTED-HOLDERS
           END-IF

           INITIALIZE TERMS-NOTICE-RECORD
           MOVE PPD-ID TO TN-CHANGE-ID
           MOVE 0 TO TN-ACCOUNT
           PERFORM FILL-NOTICE-ROW
           MOVE WS-CHANGE-ACCOUNTS TO TN-ACCOUNT-COUNT
           MOVE WS-CHANGE-CUSTOMERS TO TN-CUSTOMER-COUNT
           WRITE TERMS-NOTICE-RECORD
           IF WS-NOTICE-STATUS NOT = "00"
               DISPLAY "*** FAILED TO RECORD CHANGE " PPD-ID
                   " - STATUS: " WS-NOTICE-STATUS " ***"
           END-IF
           ADD 1 TO WS-NEW-CHANGES
           MOVE WS-LEAD-DAYS TO WS-DAYS-DISPLAY
           DISPLAY "CHANGE " PPD-ID " " FUNCTION TRIM(PPD-NAME)
               " EFFECTIVE " PPD-EFFECTIVE-DATE " - "
               WS-CHANGE-ACCOUNTS " ACCOUNTS, " WS-CHANGE-CUSTOMERS
               " CUSTOMERS NOTIFIED"
           IF WS-LATE = "Y"
               DISPLAY "*** ONLY " FUNCTION TRIM(WS-DAYS-DISPLAY)
                   " DAYS NOTICE - " WS-NOTICE-DAYS
                   " ARE REQUIRED ***"
           END-IF
           .

      *    LONGEST BASE FIRST WOULD MATTER ONLY IF ONE BASE STARTED
      *    ANOTHER - NONE DOES. THE SUFFIX IS AT MOST FOUR
      *    CHARACTERS, SO "MINBAL-FEE-AMOUNT" (THE GLOBAL FEE) IS NOT
      *    TAKEN FOR A PRODUCT.
       SPLIT-PARAMETER-NAME.
           MOVE SPACES TO WS-SUFFIX
           EVALUATE TRUE
               WHEN PPD-NAME(1:9) = "SAV-RATE-"
                   AND PPD-NAME(14:) = SPACES
                   MOVE PPD-NAME(10:4) TO WS-SUFFIX
                   MOVE "SAVINGS-INT-RATE" TO WS-GLOBAL-NAME
                   MOVE "SAVINGS INTEREST RATE" TO WS-TERM-TEXT
               WHEN PPD-NAME(1:11) = "MINBAL-LVL-"
                   AND PPD-NAME(16:) = SPACES
                   MOVE PPD-NAME(12:4) TO WS-SUFFIX
                   MOVE "MINIMUM-BALANCE" TO WS-GLOBAL-NAME
                   MOVE "MINIMUM BALANCE" TO WS-TERM-TEXT
               WHEN PPD-NAME(1:11) = "MINBAL-FEE-"
                   AND PPD-NAME(16:) = SPACES
                   MOVE PPD-NAME(12:4) TO WS-SUFFIX
                   MOVE "MINBAL-FEE-AMOUNT" TO WS-GLOBAL-NAME
                   MOVE "BELOW-MINIMUM-BALANCE FEE" TO WS-TERM-TEXT
               WHEN PPD-NAME(1:10) = "CLOSE-FEE-"
                   AND PPD-NAME(15:) = SPACES
                   MOVE PPD-NAME(11:4) TO WS-SUFFIX
                   MOVE "CLOSE-FEE" TO WS-GLOBAL-NAME
                   MOVE "ACCOUNT CLOSING FEE" TO WS-TERM-TEXT
               WHEN PPD-NAME(1:16) = "EARLY-CLOSE-FEE-"
                   MOVE PPD-NAME(17:4) TO WS-SUFFIX
                   MOVE "EARLY-CLOSE-FEE" TO WS-GLOBAL-NAME
                   MOVE "EARLY CLOSING FEE" TO WS-TERM-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       LOAD-SUFFIX-PRODUCTS.
           MOVE 0 TO WS-PRODUCT-COUNT
           MOVE "N" TO WS-PRODUCT-EOF
           MOVE LOW-VALUES TO PROD-CODE
           START PRODUCT-FILE KEY >= PROD-CODE
               INVALID KEY
                   MOVE "Y" TO WS-PRODUCT-EOF
           END-START
           PERFORM UNTIL WS-PRODUCT-EOF = "Y"
               READ PRODUCT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRODUCT-EOF
                   NOT AT END
                       IF PROD-PARAM-SUFFIX = WS-SUFFIX
                           AND WS-PRODUCT-COUNT < 20
                           ADD 1 TO WS-PRODUCT-COUNT
                           MOVE PROD-CODE
                               TO WS-PT-CODE(WS-PRODUCT-COUNT)
                           MOVE PROD-DESCRIPTION
                               TO WS-PT-DESC(WS-PRODUCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           .

      *    THE VALUE THE CUSTOMER HAS TODAY IS WHAT THE RUNS WOULD
      *    HAVE USED THE DAY BEFORE THE CHANGE - THE PRODUCT'S OWN
      *    ROW (SAME TIER), ELSE THE GLOBAL ROW
       LOOKUP-OLD-VALUE.
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PPD-EFFECTIVE-DATE) - 1)
           MOVE "N" TO WS-OLD-FOUND
           MOVE 0 TO WS-OLD-VALUE
           MOVE PPD-NAME TO WS-PARAM-NAME
           MOVE PPD-TIER-FLOOR TO WS-PARAM-LOOKUP-AMOUNT
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-DAY-BEFORE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND NOT = "Y"
               MOVE WS-GLOBAL-NAME TO WS-PARAM-NAME
               CALL "BANK-PARAMETERS" USING WS-PARAM-NAME
                   WS-DAY-BEFORE WS-PARAM-LOOKUP-AMOUNT
                   WS-PARAM-VALUE WS-PARAM-FOUND
           END-IF
           IF WS-PARAM-FOUND = "Y"
               MOVE "Y" TO WS-OLD-FOUND
               MOVE WS-PARAM-VALUE TO WS-OLD-VALUE
           END-IF
           MOVE 0 TO WS-PARAM-LOOKUP-AMOUNT
           .

      *    THE CUSTOMER KEY BRINGS EACH HOLDER'S ACCOUNTS TOGETHER,
      *    SO ONE NOTICE COVERS ALL OF THEIR AFFECTED ACCOUNTS
       NOTIFY-AFFECTED-HOLDERS.
           MOVE 0 TO WS-CUR-CUSTOMER
           MOVE 0 TO WS-CA-COUNT
           MOVE "N" TO WS-ACCOUNT-EOF
           MOVE 0 TO ACCOUNT-CUSTOMER-ID
           START ACCOUNT-FILE KEY >= ACCOUNT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-ACCOUNT-EOF
           END-START
           PERFORM UNTIL WS-ACCOUNT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCOUNT-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-CA-COUNT > 0
               PERFORM SEND-CUSTOMER-NOTICE
           END-IF
           .

       CHECK-ONE-ACCOUNT.
           IF ACCOUNT-STATUS = "C" OR ACCOUNT-STATUS = "W"
               OR ACCOUNT-PRODUCT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PT-MATCH
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PRODUCT-COUNT
               IF WS-PT-CODE(WS-PT-IDX) = ACCOUNT-PRODUCT-CODE
                   MOVE WS-PT-IDX TO WS-PT-MATCH
               END-IF
           END-PERFORM
           IF WS-PT-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CA-COUNT > 0
               AND (ACCOUNT-CUSTOMER-ID NOT = WS-CUR-CUSTOMER
                   OR WS-CA-COUNT = 12)
               PERFORM SEND-CUSTOMER-NOTICE
           END-IF
           MOVE ACCOUNT-CUSTOMER-ID TO WS-CUR-CUSTOMER
           ADD 1 TO WS-CA-COUNT
           MOVE ACCOUNT-NUMBER TO WS-CA-ACCOUNT(WS-CA-COUNT)
           MOVE WS-PT-DESC(WS-PT-MATCH) TO WS-CA-DESC(WS-CA-COUNT)
           .

      *    THE LETTER, THEN ONE NOTICE ROW PER ACCOUNT IT COVERED
       SEND-CUSTOMER-NOTICE.
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE WS-CUR-CUSTOMER TO COI-CUSTOMER-ID
           MOVE WS-CA-ACCOUNT(1) TO COI-ACCOUNT
           MOVE "TERM" TO COI-DOC-TYPE
           MOVE "TERMS-CHANGE-NOTICES" TO COI-PRODUCED-BY
           MOVE "IMPORTANT - A CHANGE TO THE TERMS OF YOUR ACCOUNT"
               TO COI-LINE(1)
           STRING "DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO COI-LINE(2)
           STRING "WITH EFFECT FROM " PPD-EFFECTIVE-DATE " THE "
               FUNCTION TRIM(WS-TERM-TEXT) " ON YOUR ACCOUNT "
               "WILL CHANGE"
               DELIMITED BY SIZE INTO COI-LINE(3)
           MOVE 3 TO COI-LINE-COUNT
           IF PPD-TIER-FLOOR > 0
               MOVE PPD-TIER-FLOOR TO WS-FLOOR-DISPLAY
               ADD 1 TO COI-LINE-COUNT
               STRING "FOR BALANCES OF "
                   FUNCTION TRIM(WS-FLOOR-DISPLAY) " AND OVER"
                   DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
           END-IF
           MOVE PPD-VALUE TO WS-VALUE-DISPLAY
           ADD 1 TO COI-LINE-COUNT
           IF WS-OLD-FOUND = "Y"
               MOVE WS-OLD-VALUE TO WS-OLD-DISPLAY
               STRING "FROM " FUNCTION TRIM(WS-OLD-DISPLAY)
                   " TO " FUNCTION TRIM(WS-VALUE-DISPLAY)
                   DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
           ELSE
               STRING "NEW VALUE " FUNCTION TRIM(WS-VALUE-DISPLAY)
                   DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
           END-IF
           ADD 1 TO COI-LINE-COUNT
           MOVE "THIS APPLIES TO:" TO COI-LINE(COI-LINE-COUNT)
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               ADD 1 TO COI-LINE-COUNT
               STRING "  ACCOUNT " WS-CA-ACCOUNT(WS-CA-IDX) "  "
                   WS-CA-DESC(WS-CA-IDX)
                   DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
           END-PERFORM
           ADD 1 TO COI-LINE-COUNT
           MOVE "IF YOU DO NOT ACCEPT THE CHANGE YOU MAY CLOSE THE "
               & "ACCOUNT WITHOUT CHARGE" TO COI-LINE(COI-LINE-COUNT)
           ADD 1 TO COI-LINE-COUNT
           STRING "BEFORE " PPD-EFFECTIVE-DATE
               " - PLEASE CONTACT YOUR BRANCH."
               DELIMITED BY SIZE INTO COI-LINE(COI-LINE-COUNT)
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           ADD 1 TO WS-CHANGE-CUSTOMERS
           ADD 1 TO WS-NEW-NOTICES

           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
               UNTIL WS-CA-IDX > WS-CA-COUNT
               INITIALIZE TERMS-NOTICE-RECORD
               MOVE PPD-ID TO TN-CHANGE-ID
               MOVE WS-CA-ACCOUNT(WS-CA-IDX) TO TN-ACCOUNT
               PERFORM FILL-NOTICE-ROW
               MOVE WS-CUR-CUSTOMER TO TN-CUSTOMER-ID
               MOVE COI-STATUS TO TN-DELIVERY
               WRITE TERMS-NOTICE-RECORD
               IF WS-NOTICE-STATUS NOT = "00"
                   DISPLAY "*** FAILED TO RECORD THE NOTICE FOR "
                       "ACCOUNT " TN-ACCOUNT " - STATUS: "
                       WS-NOTICE-STATUS " ***"
               END-IF
               ADD 1 TO WS-CHANGE-ACCOUNTS
           END-PERFORM
           MOVE 0 TO WS-CA-COUNT
           .

       FILL-NOTICE-ROW.
           MOVE PPD-NAME TO TN-PARAM-NAME
           MOVE PPD-TIER-FLOOR TO TN-TIER-FLOOR
           MOVE WS-OLD-VALUE TO TN-OLD-VALUE
           MOVE WS-OLD-FOUND TO TN-OLD-FOUND
           MOVE PPD-VALUE TO TN-NEW-VALUE
           MOVE PPD-EFFECTIVE-DATE TO TN-EFFECTIVE-DATE
           MOVE PPD-DECIDED-DATE TO TN-APPROVED-DATE
           MOVE WS-TODAY-DATE TO TN-NOTICE-DATE
           MOVE WS-LEAD-DAYS TO TN-LEAD-DAYS
           MOVE WS-LATE TO TN-LATE
           .

      *    EVERY CHANGE NOT YET IN FORCE, AND ANY NOTIFIED TODAY.
      *    A CHANGE'S HEADER ROW SORTS AHEAD OF ITS ACCOUNT ROWS, SO
      *    THE HEADER IS PRINTED AND ITS ACCOUNTS TALLIED UNDER IT
      *    UNTIL THE NEXT HEADER.
       WRITE-CONTROL-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGE-IN-TERMS NOTICE CONTROL REPORT - "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGES NOT YET IN FORCE - REQUIRED NOTICE "
               WS-NOTICE-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-IN-SCOPE
           MOVE "N" TO WS-NOTICE-EOF
           MOVE LOW-VALUES TO TN-KEY
           START NOTICE-FILE KEY >= TN-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTICE-EOF
           END-START
           PERFORM UNTIL WS-NOTICE-EOF = "Y"
               READ NOTICE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-NOTICE-EOF
                   NOT AT END
                       IF TN-ACCOUNT = 0
                           IF WS-IN-SCOPE = "Y"
                               PERFORM WRITE-CHANGE-TALLY
                           END-IF
                           PERFORM START-CHANGE-SECTION
                       ELSE
                           IF WS-IN-SCOPE = "Y"
                               PERFORM TALLY-ACCOUNT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-IN-SCOPE = "Y"
               PERFORM WRITE-CHANGE-TALLY
           END-IF
           IF WS-RPT-CHANGES = 0
               MOVE "  NO CHANGES IN TERMS AWAITING THEIR EFFECTIVE "
                   & "DATE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           .

       START-CHANGE-SECTION.
           MOVE "N" TO WS-IN-SCOPE
           IF TN-EFFECTIVE-DATE < WS-TODAY-DATE
               AND TN-NOTICE-DATE NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-IN-SCOPE
           MOVE 0 TO WS-CH-ACCOUNTS
           MOVE 0 TO WS-CH-ON-TIME
           MOVE 0 TO WS-CH-LATE
           MOVE 0 TO WS-CH-HELD
           MOVE 0 TO WS-CH-FAILED
           ADD 1 TO WS-RPT-CHANGES
           IF TN-LATE = "Y"
               ADD 1 TO WS-RPT-LATE-CHANGES
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TN-TIER-FLOOR TO WS-FLOOR-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGE " TN-CHANGE-ID " " TN-PARAM-NAME
               " TIER " WS-FLOOR-DISPLAY
               "  EFFECTIVE " TN-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TN-NEW-VALUE TO WS-VALUE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF TN-OLD-FOUND = "Y"
               MOVE TN-OLD-VALUE TO WS-OLD-DISPLAY
               STRING "  OLD " FUNCTION TRIM(WS-OLD-DISPLAY)
                   "  NEW " FUNCTION TRIM(WS-VALUE-DISPLAY)
                   "  APPROVED " TN-APPROVED-DATE
                   "  NOTIFIED " TN-NOTICE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  OLD (NONE)  NEW "
                   FUNCTION TRIM(WS-VALUE-DISPLAY)
                   "  APPROVED " TN-APPROVED-DATE
                   "  NOTIFIED " TN-NOTICE-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE TN-LEAD-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF TN-LATE = "Y"
               STRING "  *** APPROVED TOO LATE - "
                   FUNCTION TRIM(WS-DAYS-DISPLAY)
                   " DAYS NOTICE GIVEN ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  "
                   FUNCTION TRIM(WS-DAYS-DISPLAY)
                   " DAYS NOTICE GIVEN"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           .

      *    AN ACCOUNT IS IN TIME ONLY WHEN ITS NOTICE WAS WRITTEN
      *    THE REQUIRED DAYS AHEAD; A NOTICE HELD FOR RETURNED MAIL
      *    HAS NOT REACHED THE CUSTOMER AND IS COUNTED SEPARATELY
       TALLY-ACCOUNT-ROW.
           ADD 1 TO WS-CH-ACCOUNTS
           ADD 1 TO WS-RPT-ACCOUNTS
           EVALUATE TRUE
               WHEN TN-DELIVERY = SPACE
                   ADD 1 TO WS-CH-FAILED
               WHEN TN-DELIVERY = "H"
                   ADD 1 TO WS-CH-HELD
                   ADD 1 TO WS-RPT-HELD
               WHEN TN-LATE = "Y"
                   ADD 1 TO WS-CH-LATE
                   ADD 1 TO WS-RPT-LATE
               WHEN OTHER
                   ADD 1 TO WS-CH-ON-TIME
           END-EVALUATE
           .

       WRITE-CHANGE-TALLY.
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS " WS-CH-ACCOUNTS
               "  IN TIME " WS-CH-ON-TIME
               "  LATE " WS-CH-LATE
               "  HELD " WS-CH-HELD
               "  NOT SENT " WS-CH-FAILED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CH-ACCOUNTS = 0
               MOVE "  NO OPEN ACCOUNT HOLDS A PRODUCT USING THIS "
                   & "PARAMETER" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CHANGES REPORTED                    "
               WS-RPT-CHANGES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CHANGES APPROVED TOO LATE           "
               WS-RPT-LATE-CHANGES
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS NOTIFIED                   "
               WS-RPT-ACCOUNTS
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    SHORT OF THE REQUIRED NOTICE      "
               WS-RPT-LATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    HELD FOR RETURNED MAIL            "
               WS-RPT-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM TERMS-CHANGE-NOTICES.
