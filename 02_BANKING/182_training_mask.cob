       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAINING-MASK.

      *    BUILDS THE MASKED TRAINING COPIES THE TRAINING SANDBOX
      *    (02_BANKING/00_banking.cob) LOADS, SO A CLASS NEVER SEES A
      *    REAL CUSTOMER'S NAME, ADDRESS, NUMBERS OR MONEY:
      *
      *      01_EXAMPLES/04_customers.dat -> training_customers.dat
      *      02_BANKING/banking.dat        -> training_banking.dat
      *      01_EXAMPLES/customer_contacts.dat
      *                                    -> training_contacts.dat
      *      02_BANKING/transaction.dat, TODAY'S POSTING JOURNAL AND
      *      EVERY ARCHIVE ON THE ARCHIVE CATALOG
      *                                    -> training_transactions.dat
      *
      *    ALL OUTPUT GOES TO 02_BANKING/ UNDER THE NAMES ABOVE, WITH
      *    THE SAME LAYOUTS AND KEYS AS THE PRODUCTION FILES.
      *
      *    - NAMES, ADDRESSES, PHONES AND EMAILS ARE REPLACED WITH
      *      FAKES PICKED FROM THE TABLES BELOW BY THE MASKED
      *      CUSTOMER ID, SO ONE CUSTOMER GETS THE SAME FAKE NAME IN
      *      EVERY COPY. A BIRTH DATE KEEPS ITS YEAR (AGE STILL
      *      MEANS SOMETHING IN CLASS) BUT GETS A MADE-UP MONTH/DAY.
      *    - CUSTOMER IDS AND ACCOUNT NUMBERS ARE SCRAMBLED THROUGH
      *      A ONE-TO-ONE MAPPING WHOSE OFFSET IS DRAWN FRESH EACH
      *      RUN, AND EVERY REFERENCE (OWNER, JOINT OWNER, FUNDING
      *      ACCOUNT, MERGED-INTO, LEDGER FROM/TO) GOES THROUGH THE
      *      SAME MAPPING, SO CROSS-REFERENCES STILL LINE UP. ZERO
      *      STAYS ZERO AND THE BANK'S OWN GL CONTROL ACCOUNTS
      *      (999000001 UP) ARE LEFT AS THEY ARE.
      *    - BALANCES AND LEDGER AMOUNTS ARE PERTURBED IN PAIRS: ONE
      *      OF THE PAIR GOES UP BY A RANDOM SHIFT OF AT MOST
      *      MASK-AMOUNT-PCT (FALLBACK 5) PERCENT OF THE SMALLER OF
      *      THE TWO AND THE OTHER GOES DOWN BY THE SAME SHIFT, SO
      *      THE TOTAL OF ALL BALANCES, AND EACH DAY'S LEDGER TOTAL,
      *      COME OUT EXACTLY AS IN PRODUCTION. GL CONTROL ACCOUNT
      *      BALANCES ARE NOT TOUCHED. A REVERSED POSTING AND ITS
      *      REVERSAL KEEP THEIR AMOUNTS SO THEY STILL CANCEL.
      *    - A LEDGER MEMO KEEPS ONLY ITS LEADING TAG UP TO THE
      *      FIRST ":" (E.G. "PAYROLL/EMP:") - ANY FREE TEXT AFTER
      *      IT, OR A MEMO WITH NO TAG, IS BLANKED.
      *
      *    THE CONTROL LINE (TRAINING-MASK-CONTROL.cpy) IS EMPTIED
      *    FIRST AND WRITTEN LAST, SO A RUN THAT FAILS PART WAY
      *    LEAVES THE SANDBOX WITH NOTHING IT WILL AGREE TO LOAD.
      *
      *    RUNS STANDALONE - GOBACK ENDS THE RUN WITH RETURN-CODE 0
      *    (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

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

           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-CONTACT-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

      *    TODAY'S POSTING JOURNAL - NOT YET FOLDED INTO THE LEDGER
           SELECT JOURNAL-FILE
               ASSIGN TO WS-JOURNAL-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JL-REF
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    EVERY ARCHIVE TRANSACTION-ARCHIVE HAS EVER CUT, SO OLDER
      *    DAYS CAN BE REPLAYED FROM THE ONE MASKED LEDGER COPY
           SELECT CATALOG-FILE
               ASSIGN TO "02_BANKING/archive_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT TRN-CUSTOMER-FILE
               ASSIGN TO "02_BANKING/training_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-CUSTOMER-ID
               ALTERNATE RECORD KEY IS TRN-CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-TRN-CUSTOMER-STATUS.

           SELECT TRN-ACCOUNT-FILE
               ASSIGN TO "02_BANKING/training_banking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS TRN-ACCOUNT-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRN-ACCOUNT-JOINT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TRN-ACCOUNT-STATUS.

           SELECT TRN-CONTACT-FILE
               ASSIGN TO "02_BANKING/training_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-CONTACT-KEY
               FILE STATUS IS WS-TRN-CONTACT-STATUS.

           SELECT TRN-TRANSACTION-FILE
               ASSIGN TO "02_BANKING/training_transactions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-TRANSACTION-REF
               FILE STATUS IS WS-TRN-TRANSACTION-STATUS.

           SELECT MASK-CONTROL-FILE
               ASSIGN TO "02_BANKING/training_mask_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD JOURNAL-FILE.
           COPY "TRANSACTION-RECORD.cpy"
               REPLACING ==TRANSACTION-RECORD== BY ==JL-RECORD==
                   ==TRANSACTION-REF== BY ==JL-REF==.

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-FILENAME PIC X(60).
           05 CAT-FROM-DATE PIC 9(8).
           05 CAT-TO-DATE PIC 9(8).
           05 CAT-RECORD-COUNT PIC 9(7).

       FD ARCHIVE-FILE.
           COPY "TRANSACTION-RECORD.cpy"
               REPLACING ==TRANSACTION-RECORD== BY ==ARCHIVE-RECORD==
                   ==TRANSACTION-REF== BY ==ARCHIVE-REF==.

       FD TRN-CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy"
               REPLACING ==CUSTOMER-RECORD== BY ==TRN-CUSTOMER-RECORD==
                   ==CUSTOMER-ID== BY ==TRN-CUSTOMER-ID==
                   ==CUSTOMER-FIRST-NAME==
                       BY ==TRN-CUSTOMER-FIRST-NAME==
                   ==CUSTOMER-LAST-NAME== BY ==TRN-CUSTOMER-LAST-NAME==
                   ==CUSTOMER-BALANCE== BY ==TRN-CUSTOMER-BALANCE==
                   ==CUSTOMER-MERGED-INTO==
                       BY ==TRN-CUSTOMER-MERGED-INTO==
                   ==CUSTOMER-BIRTH-DATE==
                       BY ==TRN-CUSTOMER-BIRTH-DATE==
                   ==CUSTOMER-TYPE== BY ==TRN-CUSTOMER-TYPE==.

       FD TRN-ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy"
               REPLACING ==ACCOUNT-RECORD== BY ==TRN-ACCOUNT-RECORD==
                   ==ACCOUNT-NUMBER== BY ==TRN-ACCOUNT-NUMBER==
                   ==ACCOUNT-CUSTOMER-ID==
                       BY ==TRN-ACCOUNT-CUSTOMER-ID==
                   ==ACCOUNT-BALANCE== BY ==TRN-ACCOUNT-BALANCE==
                   ==ACCOUNT-JOINT-CUSTOMER-ID==
                       BY ==TRN-ACCOUNT-JOINT-CUSTOMER-ID==
                   ==ACCOUNT-LINKED-FUNDING==
                       BY ==TRN-ACCOUNT-LINKED-FUNDING==.

       FD TRN-CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy"
               REPLACING ==CONTACT-RECORD== BY ==TRN-CONTACT-RECORD==
                   ==CONTACT-KEY== BY ==TRN-CONTACT-KEY==
                   ==CONTACT-CUSTOMER-ID==
                       BY ==TRN-CONTACT-CUSTOMER-ID==
                   ==CONTACT-EFFECTIVE-DATE==
                       BY ==TRN-CONTACT-EFFECTIVE-DATE==
                   ==CONTACT-ADDRESS-LINE-1==
                       BY ==TRN-CONTACT-ADDRESS-LINE-1==
                   ==CONTACT-ADDRESS-LINE-2==
                       BY ==TRN-CONTACT-ADDRESS-LINE-2==
                   ==CONTACT-CITY== BY ==TRN-CONTACT-CITY==
                   ==CONTACT-POSTAL-CODE==
                       BY ==TRN-CONTACT-POSTAL-CODE==
                   ==CONTACT-PHONE== BY ==TRN-CONTACT-PHONE==
                   ==CONTACT-EMAIL== BY ==TRN-CONTACT-EMAIL==.

       FD TRN-TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy"
               REPLACING ==TRANSACTION-RECORD==
                       BY ==TRN-TRANSACTION-RECORD==
                   ==TRANSACTION-REF== BY ==TRN-TRANSACTION-REF==
                   ==TRANSACTION-REVERSAL-OF-REF==
                       BY ==TRN-TRANSACTION-REVERSAL-OF-REF==
                   ==FROM-ACCOUNT== BY ==TRN-FROM-ACCOUNT==
                   ==TO-ACCOUNT== BY ==TRN-TO-ACCOUNT==
                   ==TRANSACTION-AMOUNT== BY ==TRN-TRANSACTION-AMOUNT==
                   ==TRANSACTION-DATE== BY ==TRN-TRANSACTION-DATE==
                   ==TRANSACTION-REVERSED==
                       BY ==TRN-TRANSACTION-REVERSED==
                   ==TRANSACTION-MEMO== BY ==TRN-TRANSACTION-MEMO==.

       FD MASK-CONTROL-FILE.
           COPY "TRAINING-MASK-CONTROL.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-TRN-CUSTOMER-STATUS PIC XX.
       01 WS-TRN-ACCOUNT-STATUS PIC XX.
       01 WS-TRN-CONTACT-STATUS PIC XX.
       01 WS-TRN-TRANSACTION-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.
       01 WS-CATALOG-EOF PIC X.
       01 WS-MASK-FAILED PIC X VALUE "N".
       01 WS-JOURNAL-FILENAME PIC X(60).
       01 WS-ARCHIVE-FILENAME PIC X(60).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

      *    SCRAMBLING - NEW = ((MULTIPLIER * (OLD - 1) + OFFSET)
      *    MOD RANGE) + 1. THE MULTIPLIER SHARES NO FACTOR WITH
      *    EITHER RANGE, SO EVERY OLD NUMBER GETS ITS OWN NEW ONE.
      *    ACCOUNTS STAY BELOW THE GL CONTROL ACCOUNT RANGE.
       01 WS-MAP-MULTIPLIER PIC 9(5) VALUE 7919.
       01 WS-CUSTOMER-RANGE PIC 9(9) VALUE 99999.
       01 WS-ACCOUNT-RANGE PIC 9(9) VALUE 999000000.
       01 WS-CUSTOMER-OFFSET PIC 9(9).
       01 WS-ACCOUNT-OFFSET PIC 9(9).
       01 WS-MAP-IN PIC 9(9).
       01 WS-MAP-OUT PIC 9(9).
       01 WS-MAP-WORK PIC 9(15).
       01 WS-MAP-QUOTIENT PIC 9(15).

      *    AMOUNT PERTURBATION - SEE PERTURB-PAIR
       01 WS-AMOUNT-PCT PIC 9(2)V99 VALUE 5.
       01 WS-RANDOM PIC V9(9).
       01 WS-PAIR-FIRST PIC S9(9)V99.
       01 WS-PAIR-SECOND PIC S9(9)V99.
       01 WS-PAIR-BASE PIC S9(9)V99.
       01 WS-PAIR-OTHER PIC S9(9)V99.
       01 WS-PAIR-SHIFT PIC S9(9)V99.

      *    THE FIRST OF EACH PAIR WAITS HERE UNTIL ITS PARTNER IS READ
       01 WS-CUSTOMER-HELD PIC X VALUE "N".
       01 WS-HELD-CUSTOMER PIC X(200).
       01 WS-HELD-CUSTOMER-BALANCE PIC S9(7)V99.
       01 WS-ACCOUNT-HELD PIC X VALUE "N".
       01 WS-HELD-ACCOUNT PIC X(300).
       01 WS-HELD-ACCOUNT-BALANCE PIC S9(7)V99.
       01 WS-TRANSACTION-HELD PIC X VALUE "N".
       01 WS-HELD-TRANSACTION PIC X(200).
       01 WS-HELD-TRANSACTION-AMOUNT PIC 9(7)V99.
       01 WS-HELD-TRANSACTION-DATE PIC 9(8).
       01 WS-CURRENT-TRANSACTION PIC X(200).

      *    FAKE IDENTITY BUILT FROM THE MASKED CUSTOMER ID
       01 WS-FAKE-FIRST PIC X(10).
       01 WS-FAKE-LAST PIC X(10).
       01 WS-FAKE-INDEX PIC 9(3).
       01 WS-FAKE-WORK PIC 9(9).
       01 WS-FAKE-HOUSE PIC 9(3).
       01 WS-FAKE-HOUSE-DISPLAY PIC ZZ9.
       01 WS-FAKE-FLAT PIC 9(2).
       01 WS-FAKE-POSTAL PIC 9(5).
       01 WS-FAKE-PHONE PIC 9(2).
       01 WS-FAKE-ID PIC 9(5).
       01 WS-BIRTH-DATE PIC 9(8).
       01 WS-BIRTH-PARTS REDEFINES WS-BIRTH-DATE.
           05 WS-BIRTH-YEAR PIC 9(4).
           05 WS-BIRTH-MONTH PIC 9(2).
           05 WS-BIRTH-DAY PIC 9(2).
       01 WS-MEMO-TAG-LENGTH PIC 9(3).

       01 WS-FIRST-NAMES.
           05 FILLER PIC X(10) VALUE "JAMES".
           05 FILLER PIC X(10) VALUE "MARY".
           05 FILLER PIC X(10) VALUE "ROBERT".
           05 FILLER PIC X(10) VALUE "LINDA".
           05 FILLER PIC X(10) VALUE "MICHAEL".
           05 FILLER PIC X(10) VALUE "SUSAN".
           05 FILLER PIC X(10) VALUE "DAVID".
           05 FILLER PIC X(10) VALUE "KAREN".
           05 FILLER PIC X(10) VALUE "THOMAS".
           05 FILLER PIC X(10) VALUE "NANCY".
           05 FILLER PIC X(10) VALUE "DANIEL".
           05 FILLER PIC X(10) VALUE "LISA".
           05 FILLER PIC X(10) VALUE "PAUL".
           05 FILLER PIC X(10) VALUE "HELEN".
           05 FILLER PIC X(10) VALUE "MARK".
           05 FILLER PIC X(10) VALUE "SANDRA".
           05 FILLER PIC X(10) VALUE "GEORGE".
           05 FILLER PIC X(10) VALUE "DONNA".
           05 FILLER PIC X(10) VALUE "KEVIN".
           05 FILLER PIC X(10) VALUE "CAROL".
           05 FILLER PIC X(10) VALUE "BRIAN".
           05 FILLER PIC X(10) VALUE "RUTH".
           05 FILLER PIC X(10) VALUE "EDWARD".
           05 FILLER PIC X(10) VALUE "SHARON".
       01 WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAMES.
           05 WS-FIRST-NAME PIC X(10) OCCURS 24 TIMES.
       01 WS-LAST-NAMES.
           05 FILLER PIC X(10) VALUE "SMITH".
           05 FILLER PIC X(10) VALUE "JOHNSON".
           05 FILLER PIC X(10) VALUE "WALKER".
           05 FILLER PIC X(10) VALUE "HARRIS".
           05 FILLER PIC X(10) VALUE "CLARKE".
           05 FILLER PIC X(10) VALUE "LEWIS".
           05 FILLER PIC X(10) VALUE "ROBINSON".
           05 FILLER PIC X(10) VALUE "WRIGHT".
           05 FILLER PIC X(10) VALUE "THOMPSON".
           05 FILLER PIC X(10) VALUE "MARTIN".
           05 FILLER PIC X(10) VALUE "HALL".
           05 FILLER PIC X(10) VALUE "ALLEN".
           05 FILLER PIC X(10) VALUE "YOUNG".
           05 FILLER PIC X(10) VALUE "KING".
           05 FILLER PIC X(10) VALUE "SCOTT".
           05 FILLER PIC X(10) VALUE "GREEN".
           05 FILLER PIC X(10) VALUE "BAKER".
           05 FILLER PIC X(10) VALUE "ADAMS".
           05 FILLER PIC X(10) VALUE "NELSON".
           05 FILLER PIC X(10) VALUE "HILL".
           05 FILLER PIC X(10) VALUE "CAMPBELL".
           05 FILLER PIC X(10) VALUE "MITCHELL".
           05 FILLER PIC X(10) VALUE "CARTER".
           05 FILLER PIC X(10) VALUE "TURNER".
       01 WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAMES.
           05 WS-LAST-NAME PIC X(10) OCCURS 24 TIMES.
      *    BUSINESS CUSTOMERS GET A MADE-UP FIRM NAME INSTEAD
       01 WS-FIRM-NAMES.
           05 FILLER PIC X(10) VALUE "NORTHGATE".
           05 FILLER PIC X(10) VALUE "RIVERSIDE".
           05 FILLER PIC X(10) VALUE "SUMMIT".
           05 FILLER PIC X(10) VALUE "HARBOR".
           05 FILLER PIC X(10) VALUE "OAKRIDGE".
           05 FILLER PIC X(10) VALUE "PINNACLE".
           05 FILLER PIC X(10) VALUE "KEYSTONE".
           05 FILLER PIC X(10) VALUE "MERIDIAN".
           05 FILLER PIC X(10) VALUE "CRESTVIEW".
           05 FILLER PIC X(10) VALUE "LAKESHORE".
           05 FILLER PIC X(10) VALUE "IRONWOOD".
           05 FILLER PIC X(10) VALUE "BAYSIDE".
       01 WS-FIRM-NAME-TABLE REDEFINES WS-FIRM-NAMES.
           05 WS-FIRM-NAME PIC X(10) OCCURS 12 TIMES.
       01 WS-FIRM-SUFFIXES.
           05 FILLER PIC X(10) VALUE "TRADING".
           05 FILLER PIC X(10) VALUE "HOLDINGS".
           05 FILLER PIC X(10) VALUE "SUPPLY".
           05 FILLER PIC X(10) VALUE "PARTNERS".
           05 FILLER PIC X(10) VALUE "SERVICES".
           05 FILLER PIC X(10) VALUE "LOGISTICS".
       01 WS-FIRM-SUFFIX-TABLE REDEFINES WS-FIRM-SUFFIXES.
           05 WS-FIRM-SUFFIX PIC X(10) OCCURS 6 TIMES.
       01 WS-STREETS.
           05 FILLER PIC X(14) VALUE "OAK STREET".
           05 FILLER PIC X(14) VALUE "MAPLE AVENUE".
           05 FILLER PIC X(14) VALUE "ELM ROAD".
           05 FILLER PIC X(14) VALUE "CEDAR LANE".
           05 FILLER PIC X(14) VALUE "PARK DRIVE".
           05 FILLER PIC X(14) VALUE "HIGH STREET".
           05 FILLER PIC X(14) VALUE "MILL ROAD".
           05 FILLER PIC X(14) VALUE "CHURCH STREET".
           05 FILLER PIC X(14) VALUE "LAKE VIEW".
           05 FILLER PIC X(14) VALUE "HILLSIDE ROAD".
           05 FILLER PIC X(14) VALUE "RIVER ROAD".
           05 FILLER PIC X(14) VALUE "STATION ROAD".
       01 WS-STREET-TABLE REDEFINES WS-STREETS.
           05 WS-STREET PIC X(14) OCCURS 12 TIMES.
       01 WS-CITIES.
           05 FILLER PIC X(12) VALUE "SPRINGFIELD".
           05 FILLER PIC X(12) VALUE "FAIRVIEW".
           05 FILLER PIC X(12) VALUE "RIVERTON".
           05 FILLER PIC X(12) VALUE "GREENVILLE".
           05 FILLER PIC X(12) VALUE "MADISON".
           05 FILLER PIC X(12) VALUE "CLINTON".
           05 FILLER PIC X(12) VALUE "FRANKLIN".
           05 FILLER PIC X(12) VALUE "ASHLAND".
           05 FILLER PIC X(12) VALUE "BRISTOL".
           05 FILLER PIC X(12) VALUE "SALEM".
           05 FILLER PIC X(12) VALUE "DOVER".
           05 FILLER PIC X(12) VALUE "MILTON".
       01 WS-CITY-TABLE REDEFINES WS-CITIES.
           05 WS-CITY PIC X(12) OCCURS 12 TIMES.

      *    COUNTS AND HASH TOTALS FOR THE CONTROL LINE
       01 WS-CUSTOMER-COUNT PIC 9(7) VALUE 0.
       01 WS-CUSTOMER-HASH PIC 9(15) VALUE 0.
       01 WS-ACCOUNT-COUNT PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-HASH PIC 9(15) VALUE 0.
       01 WS-CONTACT-COUNT PIC 9(7) VALUE 0.
       01 WS-TRANSACTION-COUNT PIC 9(9) VALUE 0.
       01 WS-TRANSACTION-HASH PIC 9(18) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(7) VALUE 0.
       01 WS-ARCHIVE-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE "MASK-AMOUNT-PCT" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-AMOUNT-PCT
           END-IF
           IF WS-AMOUNT-PCT > 50
               MOVE 50 TO WS-AMOUNT-PCT
           END-IF

      *    THE OFFSETS ARE NEVER STORED, SO THE MASKED NUMBERS CANNOT
      *    BE TURNED BACK INTO REAL ONES FROM THE COPIES ALONE
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-RUN-TIME)
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-CUSTOMER-OFFSET = WS-RANDOM * WS-CUSTOMER-RANGE
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-ACCOUNT-OFFSET = WS-RANDOM * WS-ACCOUNT-RANGE

      *    EMPTY THE CONTROL LINE BEFORE ANY COPY IS TOUCHED
           OPEN OUTPUT MASK-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE MASK CONTROL FILE - "
                   "STATUS: " WS-CONTROL-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE MASK-CONTROL-FILE

           PERFORM MASK-CUSTOMERS
           IF WS-MASK-FAILED = "N"
               PERFORM MASK-ACCOUNTS
           END-IF
           IF WS-MASK-FAILED = "N"
               PERFORM MASK-CONTACTS
           END-IF
           IF WS-MASK-FAILED = "N"
               PERFORM MASK-TRANSACTIONS
           END-IF
           IF WS-MASK-FAILED = "Y"
               DISPLAY "*** TRAINING MASK FAILED - THE TRAINING "
                   "SANDBOX WILL NOT LOAD THE PARTIAL COPIES ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-MASK-CONTROL
           IF WS-MASK-FAILED = "Y"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "TRAINING MASK COMPLETE - " WS-CUSTOMER-COUNT
               " CUSTOMERS, " WS-ACCOUNT-COUNT " ACCOUNTS, "
               WS-CONTACT-COUNT " CONTACT ROWS, "
               WS-TRANSACTION-COUNT " LEDGER ROWS ("
               WS-ARCHIVE-COUNT " ARCHIVES)"
           IF WS-DUPLICATE-COUNT > 0
               DISPLAY WS-DUPLICATE-COUNT " LEDGER ROWS SKIPPED - "
                   "REFERENCE ALREADY COPIED FROM ANOTHER SOURCE"
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    ONE-TO-ONE SCRAMBLE OF WS-MAP-IN INTO WS-MAP-OUT. ZERO
      *    MEANS "NONE" IN EVERY REFERENCE FIELD, SO IT STAYS ZERO.
       MAP-CUSTOMER-ID.
           IF WS-MAP-IN = 0
               MOVE 0 TO WS-MAP-OUT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MAP-WORK = WS-MAP-MULTIPLIER * (WS-MAP-IN - 1)
               + WS-CUSTOMER-OFFSET
           DIVIDE WS-MAP-WORK BY WS-CUSTOMER-RANGE
               GIVING WS-MAP-QUOTIENT REMAINDER WS-MAP-OUT
           ADD 1 TO WS-MAP-OUT
           .

      *    AS MAP-CUSTOMER-ID, BUT THE GL CONTROL ACCOUNTS ABOVE
      *    WS-ACCOUNT-RANGE KEEP THEIR REAL NUMBERS
       MAP-ACCOUNT-NUMBER.
           IF WS-MAP-IN = 0 OR WS-MAP-IN > WS-ACCOUNT-RANGE
               MOVE WS-MAP-IN TO WS-MAP-OUT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MAP-WORK = WS-MAP-MULTIPLIER * (WS-MAP-IN - 1)
               + WS-ACCOUNT-OFFSET
           DIVIDE WS-MAP-WORK BY WS-ACCOUNT-RANGE
               GIVING WS-MAP-QUOTIENT REMAINDER WS-MAP-OUT
           ADD 1 TO WS-MAP-OUT
           .

      *    MOVES WS-PAIR-FIRST AND WS-PAIR-SECOND APART BY A RANDOM
      *    SHIFT OF AT MOST WS-AMOUNT-PCT PERCENT OF THE SMALLER OF
      *    THE TWO - ONE UP, ONE DOWN, SO THEIR SUM IS UNCHANGED AND
      *    NEITHER CAN CROSS ZERO.
       PERTURB-PAIR.
           MOVE WS-PAIR-FIRST TO WS-PAIR-BASE
           IF WS-PAIR-BASE < 0
               COMPUTE WS-PAIR-BASE = 0 - WS-PAIR-BASE
           END-IF
           MOVE WS-PAIR-SECOND TO WS-PAIR-OTHER
           IF WS-PAIR-OTHER < 0
               COMPUTE WS-PAIR-OTHER = 0 - WS-PAIR-OTHER
           END-IF
           IF WS-PAIR-OTHER < WS-PAIR-BASE
               MOVE WS-PAIR-OTHER TO WS-PAIR-BASE
           END-IF
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-PAIR-SHIFT =
               WS-PAIR-BASE * WS-AMOUNT-PCT * WS-RANDOM / 100
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           IF WS-RANDOM < 0.5
               COMPUTE WS-PAIR-SHIFT = 0 - WS-PAIR-SHIFT
           END-IF
           ADD WS-PAIR-SHIFT TO WS-PAIR-FIRST
           SUBTRACT WS-PAIR-SHIFT FROM WS-PAIR-SECOND
           .

      *    PICKS A FAKE PERSON'S NAME FOR THE MASKED ID IN WS-MAP-OUT
       PICK-FAKE-NAME.
           DIVIDE WS-MAP-OUT BY 24 GIVING WS-FAKE-WORK
               REMAINDER WS-FAKE-INDEX
           ADD 1 TO WS-FAKE-INDEX
           MOVE WS-FIRST-NAME(WS-FAKE-INDEX) TO WS-FAKE-FIRST
           DIVIDE WS-FAKE-WORK BY 24 GIVING WS-FAKE-WORK
               REMAINDER WS-FAKE-INDEX
           ADD 1 TO WS-FAKE-INDEX
           MOVE WS-LAST-NAME(WS-FAKE-INDEX) TO WS-FAKE-LAST
           .

      *================================================================
      *    CUSTOMERS
      *================================================================
       MASK-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CUSTOMER FILE - "
                   "STATUS: " WS-CUSTOMER-STATUS " ***"
               MOVE "Y" TO WS-MASK-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRN-CUSTOMER-FILE
           IF WS-TRN-CUSTOMER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT CREATE training_customers.dat "
                   "- STATUS: " WS-TRN-CUSTOMER-STATUS " ***"
               CLOSE CUSTOMER-FILE
               MOVE "Y" TO WS-MASK-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CUSTOMER-HELD
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       PERFORM MASK-ONE-CUSTOMER
               END-READ
           END-PERFORM
           IF WS-CUSTOMER-HELD = "Y"
               MOVE WS-HELD-CUSTOMER TO TRN-CUSTOMER-RECORD
               PERFORM WRITE-TRN-CUSTOMER
           END-IF
           CLOSE CUSTOMER-FILE
           CLOSE TRN-CUSTOMER-FILE
           .

       MASK-ONE-CUSTOMER.
           MOVE CUSTOMER-RECORD TO TRN-CUSTOMER-RECORD
           MOVE CUSTOMER-ID TO WS-MAP-IN
           PERFORM MAP-CUSTOMER-ID
           MOVE WS-MAP-OUT TO TRN-CUSTOMER-ID
           IF TRN-CUSTOMER-TYPE = "B"
               DIVIDE WS-MAP-OUT BY 12 GIVING WS-FAKE-WORK
                   REMAINDER WS-FAKE-INDEX
               ADD 1 TO WS-FAKE-INDEX
               MOVE WS-FIRM-NAME(WS-FAKE-INDEX)
                   TO TRN-CUSTOMER-FIRST-NAME
               DIVIDE WS-FAKE-WORK BY 6 GIVING WS-FAKE-WORK
                   REMAINDER WS-FAKE-INDEX
               ADD 1 TO WS-FAKE-INDEX
               MOVE WS-FIRM-SUFFIX(WS-FAKE-INDEX)
                   TO TRN-CUSTOMER-LAST-NAME
           ELSE
               PERFORM PICK-FAKE-NAME
               MOVE WS-FAKE-FIRST TO TRN-CUSTOMER-FIRST-NAME
               MOVE WS-FAKE-LAST TO TRN-CUSTOMER-LAST-NAME
           END-IF
           IF TRN-CUSTOMER-BIRTH-DATE NOT = 0
               MOVE TRN-CUSTOMER-BIRTH-DATE TO WS-BIRTH-DATE
               DIVIDE WS-MAP-OUT BY 12 GIVING WS-FAKE-WORK
                   REMAINDER WS-BIRTH-MONTH
               ADD 1 TO WS-BIRTH-MONTH
               DIVIDE WS-MAP-OUT BY 28 GIVING WS-FAKE-WORK
                   REMAINDER WS-BIRTH-DAY
               ADD 1 TO WS-BIRTH-DAY
               MOVE WS-BIRTH-DATE TO TRN-CUSTOMER-BIRTH-DATE
           END-IF
           MOVE TRN-CUSTOMER-MERGED-INTO TO WS-MAP-IN
           PERFORM MAP-CUSTOMER-ID
           MOVE WS-MAP-OUT TO TRN-CUSTOMER-MERGED-INTO

           IF WS-CUSTOMER-HELD = "N"
               MOVE TRN-CUSTOMER-RECORD TO WS-HELD-CUSTOMER
               MOVE TRN-CUSTOMER-BALANCE TO WS-HELD-CUSTOMER-BALANCE
               MOVE "Y" TO WS-CUSTOMER-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HELD-CUSTOMER-BALANCE TO WS-PAIR-FIRST
           MOVE TRN-CUSTOMER-BALANCE TO WS-PAIR-SECOND
           PERFORM PERTURB-PAIR
           MOVE WS-PAIR-SECOND TO TRN-CUSTOMER-BALANCE
           PERFORM WRITE-TRN-CUSTOMER
           MOVE WS-HELD-CUSTOMER TO TRN-CUSTOMER-RECORD
           MOVE WS-PAIR-FIRST TO TRN-CUSTOMER-BALANCE
           PERFORM WRITE-TRN-CUSTOMER
           MOVE "N" TO WS-CUSTOMER-HELD
           .

       WRITE-TRN-CUSTOMER.
           WRITE TRN-CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "*** COULD NOT WRITE MASKED CUSTOMER - "
                       "STATUS: " WS-TRN-CUSTOMER-STATUS " ***"
                   MOVE "Y" TO WS-MASK-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-CUSTOMER-COUNT
                   ADD TRN-CUSTOMER-ID TO WS-CUSTOMER-HASH
           END-WRITE
           .

      *================================================================
      *    ACCOUNTS
      *================================================================
       MASK-ACCOUNTS.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - "
                   "STATUS: " WS-ACCOUNT-STATUS " ***"
               MOVE "Y" TO WS-MASK-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRN-ACCOUNT-FILE
           IF WS-TRN-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT CREATE training_banking.dat "
                   "- STATUS: " WS-TRN-ACCOUNT-STATUS " ***"
               CLOSE ACCOUNT-FILE
               MOVE "Y" TO WS-MASK-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ACCOUNT-HELD
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       PERFORM MASK-ONE-ACCOUNT
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-HELD = "Y"
               MOVE WS-HELD-ACCOUNT TO TRN-ACCOUNT-RECORD
               PERFORM WRITE-TRN-ACCOUNT
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE TRN-ACCOUNT-FILE
           .

       MASK-ONE-ACCOUNT.
           MOVE ACCOUNT-RECORD TO TRN-ACCOUNT-RECORD
           MOVE ACCOUNT-NUMBER TO WS-MAP-IN
           PERFORM MAP-ACCOUNT-NUMBER
           MOVE WS-MAP-OUT TO TRN-ACCOUNT-NUMBER
           MOVE TRN-ACCOUNT-LINKED-FUNDING TO WS-MAP-IN
           PERFORM MAP-ACCOUNT-NUMBER
           MOVE WS-MAP-OUT TO TRN-ACCOUNT-LINKED-FUNDING
           MOVE TRN-ACCOUNT-CUSTOMER-ID TO WS-MAP-IN
           PERFORM MAP-CUSTOMER-ID
           MOVE WS-MAP-OUT TO TRN-ACCOUNT-CUSTOMER-ID
           MOVE TRN-ACCOUNT-JOINT-CUSTOMER-ID TO WS-MAP-IN
           PERFORM MAP-CUSTOMER-ID
           MOVE WS-MAP-OUT TO TRN-ACCOUNT-JOINT-CUSTOMER-ID

      *    GL CONTROL ACCOUNTS GO ACROSS UNTOUCHED
           IF ACCOUNT-NUMBER > WS-ACCOUNT-RANGE
               PERFORM WRITE-TRN-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-HELD = "N"
               MOVE TRN-ACCOUNT-RECORD TO WS-HELD-ACCOUNT
               MOVE TRN-ACCOUNT-BALANCE TO WS-HELD-ACCOUNT-BALANCE
               MOVE "Y" TO WS-ACCOUNT-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HELD-ACCOUNT-BALANCE TO WS-PAIR-FIRST
           MOVE TRN-ACCOUNT-BALANCE TO WS-PAIR-SECOND
           PERFORM PERTURB-PAIR
           MOVE WS-PAIR-SECOND TO TRN-ACCOUNT-BALANCE
           PERFORM WRITE-TRN-ACCOUNT
           MOVE WS-HELD-ACCOUNT TO TRN-ACCOUNT-RECORD
           MOVE WS-PAIR-FIRST TO TRN-ACCOUNT-BALANCE
           PERFORM WRITE-TRN-ACCOUNT
           MOVE "N" TO WS-ACCOUNT-HELD
           .

       WRITE-TRN-ACCOUNT.
           WRITE TRN-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "*** COULD NOT WRITE MASKED ACCOUNT - "
                       "STATUS: " WS-TRN-ACCOUNT-STATUS " ***"
                   MOVE "Y" TO WS-MASK-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-ACCOUNT-COUNT
                   ADD TRN-ACCOUNT-NUMBER TO WS-ACCOUNT-HASH
           END-WRITE
           .

      *================================================================
      *    CONTACT HISTORY - NO CONTACT FILE YET IS NOT AN ERROR, THE
      *    COPY IS JUST LEFT EMPTY
      *================================================================
       MASK-CONTACTS.
           OPEN OUTPUT TRN-CONTACT-FILE
           IF WS-TRN-CONTACT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT CREATE training_contacts.dat "
                   "- STATUS: " WS-TRN-CONTACT-STATUS " ***"
               MOVE "Y" TO WS-MASK-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-STATUS NOT = "00"
               CLOSE TRN-CONTACT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CONTACT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       PERFORM MASK-ONE-CONTACT
               END-READ
           END-PERFORM
           CLOSE CONTACT-FILE
           CLOSE TRN-CONTACT-FILE
           .

      *    EACH DATED ROW IS A MOVE, SO THE EFFECTIVE DATE FEEDS THE
      *    FAKE ADDRESS AND A CUSTOMER'S HISTORY STILL SHOWS MOVES
       MASK-ONE-CONTACT.
           MOVE CONTACT-RECORD TO TRN-CONTACT-RECORD
           MOVE CONTACT-CUSTOMER-ID TO WS-MAP-IN
           PERFORM MAP-CUSTOMER-ID
           MOVE WS-MAP-OUT TO TRN-CONTACT-CUSTOMER-ID
           MOVE WS-MAP-OUT TO WS-FAKE-ID
           PERFORM PICK-FAKE-NAME

           COMPUTE WS-FAKE-WORK = WS-MAP-OUT + CONTACT-EFFECTIVE-DATE
           DIVIDE WS-FAKE-WORK BY 998 GIVING WS-FAKE-WORK
               REMAINDER WS-FAKE-HOUSE
           ADD 1 TO WS-FAKE-HOUSE
           MOVE WS-FAKE-HOUSE TO WS-FAKE-HOUSE-DISPLAY
           DIVIDE WS-FAKE-WORK BY 12 GIVING WS-FAKE-WORK
               REMAINDER WS-FAKE-INDEX
           ADD 1 TO WS-FAKE-INDEX
           MOVE SPACES TO TRN-CONTACT-ADDRESS-LINE-1
           STRING FUNCTION TRIM(WS-FAKE-HOUSE-DISPLAY) " "
               WS-STREET(WS-FAKE-INDEX)
               DELIMITED BY SIZE INTO TRN-CONTACT-ADDRESS-LINE-1
           IF CONTACT-ADDRESS-LINE-2 NOT = SPACES
               DIVIDE WS-FAKE-WORK BY 40 GIVING WS-FAKE-WORK
                   REMAINDER WS-FAKE-FLAT
               ADD 1 TO WS-FAKE-FLAT
               MOVE SPACES TO TRN-CONTACT-ADDRESS-LINE-2
               STRING "APT " WS-FAKE-FLAT
                   DELIMITED BY SIZE INTO TRN-CONTACT-ADDRESS-LINE-2
           END-IF
           DIVIDE WS-FAKE-WORK BY 12 GIVING WS-FAKE-WORK
               REMAINDER WS-FAKE-INDEX
           ADD 1 TO WS-FAKE-INDEX
           MOVE WS-CITY(WS-FAKE-INDEX) TO TRN-CONTACT-CITY
           DIVIDE WS-FAKE-WORK BY 90000 GIVING WS-FAKE-WORK
               REMAINDER WS-FAKE-POSTAL
           ADD 10000 TO WS-FAKE-POSTAL
           MOVE WS-FAKE-POSTAL TO TRN-CONTACT-POSTAL-CODE

      *    555-0100 TO 555-0199 IS RESERVED FOR FICTIONAL NUMBERS
           IF CONTACT-PHONE NOT = SPACES
               DIVIDE WS-MAP-OUT BY 100 GIVING WS-FAKE-WORK
                   REMAINDER WS-FAKE-PHONE
               MOVE SPACES TO TRN-CONTACT-PHONE
               STRING "555-01" WS-FAKE-PHONE
                   DELIMITED BY SIZE INTO TRN-CONTACT-PHONE
           END-IF
           IF CONTACT-EMAIL NOT = SPACES
               MOVE SPACES TO TRN-CONTACT-EMAIL
               STRING WS-FAKE-FIRST(1:1)
                   WS-FAKE-LAST DELIMITED BY SPACE
                   WS-FAKE-ID "@EXAMPLE.COM" DELIMITED BY SIZE
                   INTO TRN-CONTACT-EMAIL
           END-IF

           WRITE TRN-CONTACT-RECORD
               INVALID KEY
                   DISPLAY "*** COULD NOT WRITE MASKED CONTACT - "
                       "STATUS: " WS-TRN-CONTACT-STATUS " ***"
                   MOVE "Y" TO WS-MASK-FAILED
               NOT INVALID KEY
                   ADD 1 TO WS-CONTACT-COUNT
           END-WRITE
           .

      *================================================================
      *    LEDGER - THE LIVE LEDGER, TODAY'S JOURNAL AND EVERY
      *    CATALOGUED ARCHIVE ALL LAND IN THE ONE MASKED COPY
      *================================================================
       MASK-TRANSACTIONS.
           OPEN OUTPUT TRN-TRANSACTION-FILE
           IF WS-TRN-TRANSACTION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT CREATE training_transactions.dat"
                   " - STATUS: " WS-TRN-TRANSACTION-STATUS " ***"
               MOVE "Y" TO WS-MASK-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TRANSACTION-HELD

           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ TRANSACTION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE TRANSACTION-RECORD
                               TO TRN-TRANSACTION-RECORD
                           PERFORM MASK-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
               PERFORM FLUSH-HELD-TRANSACTION
           END-IF

           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING "02_BANKING/transaction_journal_" WS-TODAY-DATE
               ".dat"
               DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ JOURNAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE JL-RECORD TO TRN-TRANSACTION-RECORD
                           PERFORM MASK-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               PERFORM FLUSH-HELD-TRANSACTION
           END-IF

           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               MOVE "N" TO WS-CATALOG-EOF
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           PERFORM MASK-ONE-ARCHIVE
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           CLOSE TRN-TRANSACTION-FILE
           .

      *    AN ARCHIVE THAT HAS SINCE BEEN MOVED OFF-LINE IS NOTED AND
      *    PASSED OVER - ITS DAYS JUST CANNOT BE REPLAYED IN CLASS
       MASK-ONE-ARCHIVE.
           MOVE CAT-FILENAME TO WS-ARCHIVE-FILENAME
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "ARCHIVE NOT ON-LINE, NOT MASKED: "
                   FUNCTION TRIM(WS-ARCHIVE-FILENAME)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ARCHIVE-COUNT
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       MOVE ARCHIVE-RECORD TO TRN-TRANSACTION-RECORD
                       PERFORM MASK-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           PERFORM FLUSH-HELD-TRANSACTION
           .

      *    WORKS ON THE ROW ALREADY MOVED INTO TRN-TRANSACTION-RECORD.
      *    ONLY ROWS ON THE SAME DAY ARE PAIRED, SO EACH DAY'S TOTAL
      *    STAYS EXACT. A REVERSED ROW OR A REVERSAL IS NEVER PAIRED.
       MASK-ONE-TRANSACTION.
           MOVE TRN-FROM-ACCOUNT TO WS-MAP-IN
           PERFORM MAP-ACCOUNT-NUMBER
           MOVE WS-MAP-OUT TO TRN-FROM-ACCOUNT
           MOVE TRN-TO-ACCOUNT TO WS-MAP-IN
           PERFORM MAP-ACCOUNT-NUMBER
           MOVE WS-MAP-OUT TO TRN-TO-ACCOUNT

           MOVE 0 TO WS-MEMO-TAG-LENGTH
           INSPECT TRN-TRANSACTION-MEMO TALLYING WS-MEMO-TAG-LENGTH
               FOR CHARACTERS BEFORE INITIAL ":"
           IF WS-MEMO-TAG-LENGTH < 20
               ADD 1 TO WS-MEMO-TAG-LENGTH
               MOVE SPACES TO TRN-TRANSACTION-MEMO(
                   WS-MEMO-TAG-LENGTH + 1:)
           ELSE
               MOVE SPACES TO TRN-TRANSACTION-MEMO
           END-IF

           IF TRN-TRANSACTION-REVERSED NOT = "N"
               OR TRN-TRANSACTION-REVERSAL-OF-REF NOT = 0
               PERFORM WRITE-TRN-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANSACTION-HELD = "Y"
               AND WS-HELD-TRANSACTION-DATE = TRN-TRANSACTION-DATE
               MOVE WS-HELD-TRANSACTION-AMOUNT TO WS-PAIR-FIRST
               MOVE TRN-TRANSACTION-AMOUNT TO WS-PAIR-SECOND
               PERFORM PERTURB-PAIR
               MOVE WS-PAIR-SECOND TO TRN-TRANSACTION-AMOUNT
               PERFORM WRITE-TRN-TRANSACTION
               MOVE WS-HELD-TRANSACTION TO TRN-TRANSACTION-RECORD
               MOVE WS-PAIR-FIRST TO TRN-TRANSACTION-AMOUNT
               PERFORM WRITE-TRN-TRANSACTION
               MOVE "N" TO WS-TRANSACTION-HELD
               EXIT PARAGRAPH
           END-IF
           MOVE TRN-TRANSACTION-RECORD TO WS-CURRENT-TRANSACTION
           PERFORM FLUSH-HELD-TRANSACTION
           MOVE WS-CURRENT-TRANSACTION TO TRN-TRANSACTION-RECORD
           MOVE TRN-TRANSACTION-RECORD TO WS-HELD-TRANSACTION
           MOVE TRN-TRANSACTION-AMOUNT TO WS-HELD-TRANSACTION-AMOUNT
           MOVE TRN-TRANSACTION-DATE TO WS-HELD-TRANSACTION-DATE
           MOVE "Y" TO WS-TRANSACTION-HELD
           .

      *    A ROW LEFT WITHOUT A PARTNER GOES ACROSS UNCHANGED
       FLUSH-HELD-TRANSACTION.
           IF WS-TRANSACTION-HELD = "Y"
               MOVE WS-HELD-TRANSACTION TO TRN-TRANSACTION-RECORD
               PERFORM WRITE-TRN-TRANSACTION
               MOVE "N" TO WS-TRANSACTION-HELD
           END-IF
           .

      *    THE SAME REFERENCE IN TWO SOURCES (A JOURNAL NOT YET
      *    CLEARED AFTER CONSOLIDATION) KEEPS THE FIRST COPY
       WRITE-TRN-TRANSACTION.
           WRITE TRN-TRANSACTION-RECORD
               INVALID KEY
                   IF WS-TRN-TRANSACTION-STATUS = "22"
                       ADD 1 TO WS-DUPLICATE-COUNT
                   ELSE
                       DISPLAY "*** COULD NOT WRITE MASKED LEDGER ROW"
                           " - STATUS: " WS-TRN-TRANSACTION-STATUS
                           " ***"
                       MOVE "Y" TO WS-MASK-FAILED
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-TRANSACTION-COUNT
                   ADD TRN-FROM-ACCOUNT TO WS-TRANSACTION-HASH
                   ADD TRN-TO-ACCOUNT TO WS-TRANSACTION-HASH
           END-WRITE
           .

       WRITE-MASK-CONTROL.
           OPEN OUTPUT MASK-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE MASK CONTROL FILE - "
                   "STATUS: " WS-CONTROL-STATUS " ***"
               MOVE "Y" TO WS-MASK-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO MASK-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO MASK-RUN-TIME
           MOVE WS-AMOUNT-PCT TO MASK-AMOUNT-PCT
           MOVE WS-ACCOUNT-COUNT TO MASK-ACCOUNT-COUNT
           MOVE WS-ACCOUNT-HASH TO MASK-ACCOUNT-HASH
           MOVE WS-CUSTOMER-COUNT TO MASK-CUSTOMER-COUNT
           MOVE WS-CUSTOMER-HASH TO MASK-CUSTOMER-HASH
           MOVE WS-CONTACT-COUNT TO MASK-CONTACT-COUNT
           MOVE WS-TRANSACTION-COUNT TO MASK-TRANSACTION-COUNT
           MOVE WS-TRANSACTION-HASH TO MASK-TRANSACTION-HASH
           WRITE MASK-CONTROL-RECORD
           CLOSE MASK-CONTROL-FILE
           .

       END PROGRAM TRAINING-MASK.
