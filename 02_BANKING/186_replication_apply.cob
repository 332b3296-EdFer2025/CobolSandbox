       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLICATION-APPLY.

      *    STANDBY-SITE HALF OF THE REPLICATION PAIR. LOADS THE
      *    DELTAS CUT BY REPLICATION-EXTRACT
      *    (185_replication_extract.cob, RECORD LAYOUT IN
      *    REPLICATION-RECORD.cpy) INTO THE STANDBY'S OWN COPIES OF
      *    THE REPLICATED FILES, STRICTLY IN SEQUENCE ORDER: THE
      *    NEXT DELTA IS ALWAYS THE ONE AFTER THE SEQUENCE RECORDED
      *    IN 02_BANKING/repl_apply_control.dat, AND EVERY DELTA ON
      *    HAND IS TAKEN IN TURN.
      *
      *    A DELTA IS CHECKED FROM END TO END BEFORE ANY RECORD OF
      *    IT IS TOUCHED - THE HEADER AND EVERY ROW MUST CARRY THE
      *    EXPECTED SEQUENCE, EVERY FILE'S ADDED/CHANGED/DELETED
      *    COUNTS AND KEY HASH MUST MATCH ITS CONTROL ROW, AND THE
      *    END ROW MUST BE THERE AND AGREE. ONE THAT FAILS IS
      *    REFUSED AND NOTHING AFTER IT IS APPLIED. A MISSING DELTA
      *    WITH A LATER ONE ALREADY ON HAND (LOOKED FOR UP TO
      *    WS-GAP-PROBE SEQUENCES AHEAD) IS A GAP AND IS REFUSED THE
      *    SAME WAY - THE MISSING ONE HAS TO BE RE-SENT.
      *
      *    APPLYING IS SAFE TO REPEAT: AN ADD OR CHANGE WRITES THE
      *    RECORD OR REPLACES IT, AND A DELETE OF A RECORD ALREADY
      *    GONE IS NOT AN ERROR, SO A DELTA THAT OVERLAPS THE ONE
      *    BEFORE (SEE THE EXTRACT'S ORDER OF COMMIT) LANDS CLEANLY.
      *
      *    THE PROOF REPORT (02_BANKING/repl_proof_report.txt) SETS
      *    EACH FILE'S RECORD COUNT AND AMOUNT TOTAL HERE AGAINST
      *    THE PRODUCTION FIGURES CARRIED IN THE LAST DELTA APPLIED.
      *
      *    THE STANDBY MUST NEVER BE CONFUSED WITH PRODUCTION: THE
      *    RUN IS REFUSED OUTRIGHT WHERE THE EXTRACT'S OWN CONTROL
      *    FILE EXISTS. RETURN-CODE 0 WHEN EVERYTHING ON HAND WAS
      *    APPLIED AND THE SITES AGREE, 4 OTHERWISE.

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
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "02_BANKING/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO "02_BANKING/holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "02_BANKING/term_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ACCOUNT
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT CARD-FILE
               ASSIGN TO "02_BANKING/cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT ORDER-FILE
               ASSIGN TO "02_BANKING/legal_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-ORDER-ID
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT DELTA-FILE
               ASSIGN TO WS-DELTA-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT APPLY-CONTROL-FILE
               ASSIGN TO "02_BANKING/repl_apply_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/repl_proof_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD CONTACT-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD LOAN-FILE.
           COPY "LOAN-RECORD.cpy".

       FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

       FD TERM-FILE.
           COPY "TERM-DEPOSIT-RECORD.cpy".

       FD CARD-FILE.
           COPY "CARD-RECORD.cpy".

       FD ORDER-FILE.
           COPY "LEGAL-ORDER-RECORD.cpy".

       FD DELTA-FILE.
           COPY "REPLICATION-RECORD.cpy".

       FD APPLY-CONTROL-FILE.
       01 APPLY-CONTROL-RECORD.
           05 RAC-LAST-SEQUENCE PIC 9(8).
           05 RAC-LAST-BUSINESS-DATE PIC 9(8).
           05 RAC-LAST-APPLIED-DATE PIC 9(8).
           05 RAC-LAST-APPLIED-TIME PIC 9(6).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STANDBY-STATUS PIC XX.
       01 WS-DELTA-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.

       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-LAST-APPLIED PIC 9(8) VALUE 0.
       01 WS-LAST-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-DELTA-SEQUENCE PIC 9(8).
       01 WS-DELTA-FILENAME PIC X(60).
       01 WS-PRODUCTION-CONTROL PIC X(60)
           VALUE "02_BANKING/repl_extract_control.dat".
       01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
       01 WS-ROWS-APPLIED PIC 9(9) VALUE 0.
       01 WS-NO-MORE PIC X VALUE "N".
       01 WS-APPLY-FAILED PIC X VALUE "N".
       01 WS-FAILURE-REASON PIC X(70) VALUE SPACES.
       01 WS-SITES-AGREE PIC X VALUE "Y".
       01 WS-HASH-MODULUS PIC 9(19) VALUE 1000000000000000000.

      *    HOW FAR AHEAD TO LOOK FOR A LATER DELTA WHEN THE NEXT ONE
      *    IS NOT ON HAND - A MONTH OF NIGHTLY DELTAS
       01 WS-GAP-PROBE PIC 9(3) VALUE 31.
       01 WS-PROBE-SEQUENCE PIC 9(8).
       01 WS-PROBE-LIMIT PIC 9(8).
       01 WS-GAP-SEQUENCE PIC 9(8) VALUE 0.

      *    USED WITH CBL_CHECK_FILE_EXIST, AS MASTER-FILE-BACKUP DOES
       01 WS-FILE-INFO.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE PIC X(6) COMP-X.
           05 WS-FILE-TIME PIC X(8) COMP-X.

      *    THE REPLICATED FILES, NUMBERED AS IN REPLICATION-RECORD.cpy
       01 WS-FILE-COUNT PIC 9(2) VALUE 9.
       01 WS-FILE-NAMES.
           05 FILLER PIC X(22) VALUE "banking.dat".
           05 FILLER PIC X(22) VALUE "04_customers.dat".
           05 FILLER PIC X(22) VALUE "customer_contacts.dat".
           05 FILLER PIC X(22) VALUE "transaction.dat".
           05 FILLER PIC X(22) VALUE "loans.dat".
           05 FILLER PIC X(22) VALUE "holds.dat".
           05 FILLER PIC X(22) VALUE "term_deposits.dat".
           05 FILLER PIC X(22) VALUE "cards.dat".
           05 FILLER PIC X(22) VALUE "legal_orders.dat".
       01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-NAME PIC X(22) OCCURS 9 TIMES.
       01 WS-FILE-LENGTHS.
           05 WS-FILE-LENGTH PIC 9(4) OCCURS 9 TIMES.
       01 WS-F PIC 9(2).

      *    WHAT THE DELTA BEING CHECKED ADDS UP TO, FILE BY FILE
       01 WS-CHECK-TABLE.
           05 WS-CHECK OCCURS 9 TIMES.
               10 WS-CHECK-ADDED PIC 9(9).
               10 WS-CHECK-CHANGED PIC 9(9).
               10 WS-CHECK-DELETED PIC 9(9).
               10 WS-CHECK-HASH PIC 9(18).
               10 WS-CHECK-TOTAL-SEEN PIC X.
               10 WS-CHECK-PROD-RECORDS PIC 9(9).
               10 WS-CHECK-PROD-AMOUNT PIC S9(13)V99.
       01 WS-CHECK-DETAILS PIC 9(9).
       01 WS-CHECK-TOTAL-HASH PIC 9(18).
       01 WS-CHECK-END-SEEN PIC X.
       01 WS-CHECK-BUSINESS-DATE PIC 9(8).
       01 WS-DELTA-VALID PIC X.

      *    THE PRODUCTION FIGURES OF THE LAST DELTA APPLIED, AND THE
      *    STANDBY'S OWN FIGURES FOR THE PROOF
       01 WS-PROOF-LOADED PIC X VALUE "N".
       01 WS-PROOF-TABLE.
           05 WS-PROOF OCCURS 9 TIMES.
               10 WS-PROD-RECORDS PIC 9(9).
               10 WS-PROD-AMOUNT PIC S9(13)V99.
               10 WS-STANDBY-RECORDS PIC 9(9).
               10 WS-STANDBY-AMOUNT PIC S9(13)V99.
       01 WS-PROOF-BUSINESS-DATE PIC 9(8) VALUE 0.

       01 WS-COUNT-DISPLAY PIC ZZZ,ZZZ,ZZ9.
       01 WS-AMOUNT-DISPLAY PIC -,---,---,---,--9.99.
       01 WS-RESULT PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-PRODUCTION-CONTROL
               WS-FILE-INFO
           IF RETURN-CODE = 0
               DISPLAY "*** " FUNCTION TRIM(WS-PRODUCTION-CONTROL)
                   " EXISTS - THIS IS THE PRODUCTION SITE. "
                   "REPLICATION-APPLY RUNS ONLY AT THE STANDBY ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE LENGTH OF ACCOUNT-RECORD TO WS-FILE-LENGTH(1)
           MOVE LENGTH OF CUSTOMER-RECORD TO WS-FILE-LENGTH(2)
           MOVE LENGTH OF CONTACT-RECORD TO WS-FILE-LENGTH(3)
           MOVE LENGTH OF TRANSACTION-RECORD TO WS-FILE-LENGTH(4)
           MOVE LENGTH OF LOAN-RECORD TO WS-FILE-LENGTH(5)
           MOVE LENGTH OF HOLD-RECORD TO WS-FILE-LENGTH(6)
           MOVE LENGTH OF TERM-DEPOSIT-RECORD TO WS-FILE-LENGTH(7)
           MOVE LENGTH OF CARD-RECORD TO WS-FILE-LENGTH(8)
           MOVE LENGTH OF LEGAL-ORDER-RECORD TO WS-FILE-LENGTH(9)
           INITIALIZE WS-PROOF-TABLE

           PERFORM READ-APPLY-CONTROL
           PERFORM APPLY-NEXT-DELTA
               UNTIL WS-NO-MORE = "Y" OR WS-APPLY-FAILED = "Y"

      *    NOTHING NEW TONIGHT - THE PROOF STILL RUNS, AGAINST THE
      *    FIGURES IN THE DELTA LAST APPLIED
           IF WS-PROOF-LOADED = "N" AND WS-LAST-APPLIED > 0
               MOVE WS-LAST-APPLIED TO WS-DELTA-SEQUENCE
               PERFORM BUILD-DELTA-FILENAME
               PERFORM VALIDATE-DELTA
               IF WS-DELTA-VALID = "Y"
                   PERFORM KEEP-PROOF-FIGURES
               END-IF
           END-IF
           IF WS-PROOF-LOADED = "Y"
               PERFORM COUNT-STANDBY-FILES
           END-IF
           PERFORM WRITE-PROOF-REPORT

           IF WS-APPLY-FAILED = "Y"
               DISPLAY "*** REPLICATION APPLY STOPPED - "
                   FUNCTION TRIM(WS-FAILURE-REASON) " ***"
           END-IF
           DISPLAY "REPLICATION APPLY COMPLETE - " WS-APPLIED-COUNT
               " DELTAS (" WS-ROWS-APPLIED " ROWS) APPLIED, "
               "STANDBY NOW AT DELTA " WS-LAST-APPLIED
           IF WS-APPLY-FAILED = "Y" OR WS-SITES-AGREE NOT = "Y"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-APPLY-CONTROL.
           OPEN INPUT APPLY-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ APPLY-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RAC-LAST-SEQUENCE TO WS-LAST-APPLIED
                   MOVE RAC-LAST-BUSINESS-DATE
                       TO WS-LAST-BUSINESS-DATE
           END-READ
           CLOSE APPLY-CONTROL-FILE
           .

       WRITE-APPLY-CONTROL.
           OPEN OUTPUT APPLY-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               MOVE "Y" TO WS-APPLY-FAILED
               MOVE "THE APPLY CONTROL COULD NOT BE UPDATED"
                   TO WS-FAILURE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LAST-APPLIED TO RAC-LAST-SEQUENCE
           MOVE WS-LAST-BUSINESS-DATE TO RAC-LAST-BUSINESS-DATE
           MOVE WS-RUN-DATE TO RAC-LAST-APPLIED-DATE
           MOVE WS-RUN-TIME(1:6) TO RAC-LAST-APPLIED-TIME
           WRITE APPLY-CONTROL-RECORD
           CLOSE APPLY-CONTROL-FILE
           .

       BUILD-DELTA-FILENAME.
           MOVE SPACES TO WS-DELTA-FILENAME
           STRING "02_BANKING/repl_delta_" WS-DELTA-SEQUENCE ".dat"
               DELIMITED BY SIZE INTO WS-DELTA-FILENAME
           .

      *================================================================
      *    ONE DELTA: FIND IT, CHECK IT WHOLE, THEN APPLY IT
      *================================================================
       APPLY-NEXT-DELTA.
           COMPUTE WS-DELTA-SEQUENCE = WS-LAST-APPLIED + 1
           PERFORM BUILD-DELTA-FILENAME
           CALL "CBL_CHECK_FILE_EXIST" USING WS-DELTA-FILENAME
               WS-FILE-INFO
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE "Y" TO WS-NO-MORE
               PERFORM CHECK-FOR-GAP
               EXIT PARAGRAPH
           END-IF

           PERFORM VALIDATE-DELTA
           IF WS-DELTA-VALID NOT = "Y"
               MOVE "Y" TO WS-APPLY-FAILED
               EXIT PARAGRAPH
           END-IF

           PERFORM APPLY-DELTA-ROWS
           IF WS-APPLY-FAILED = "Y"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DELTA-SEQUENCE TO WS-LAST-APPLIED
           MOVE WS-CHECK-BUSINESS-DATE TO WS-LAST-BUSINESS-DATE
           PERFORM WRITE-APPLY-CONTROL
           PERFORM KEEP-PROOF-FIGURES
           ADD 1 TO WS-APPLIED-COUNT
           DISPLAY "APPLIED DELTA " WS-DELTA-SEQUENCE
               " (PRODUCTION BUSINESS DATE " WS-CHECK-BUSINESS-DATE
               ") - " WS-CHECK-DETAILS " ROWS"
           .

       CHECK-FOR-GAP.
           COMPUTE WS-PROBE-LIMIT = WS-DELTA-SEQUENCE + WS-GAP-PROBE
           COMPUTE WS-PROBE-SEQUENCE = WS-DELTA-SEQUENCE + 1
           PERFORM VARYING WS-PROBE-SEQUENCE
               FROM WS-PROBE-SEQUENCE BY 1
               UNTIL WS-PROBE-SEQUENCE > WS-PROBE-LIMIT
                   OR WS-GAP-SEQUENCE > 0
               MOVE SPACES TO WS-DELTA-FILENAME
               STRING "02_BANKING/repl_delta_"
                   WS-PROBE-SEQUENCE ".dat"
                   DELIMITED BY SIZE INTO WS-DELTA-FILENAME
               CALL "CBL_CHECK_FILE_EXIST" USING WS-DELTA-FILENAME
                   WS-FILE-INFO
               IF RETURN-CODE = 0
                   MOVE WS-PROBE-SEQUENCE TO WS-GAP-SEQUENCE
               END-IF
               MOVE 0 TO RETURN-CODE
           END-PERFORM
           IF WS-GAP-SEQUENCE > 0
               MOVE "Y" TO WS-APPLY-FAILED
               MOVE SPACES TO WS-FAILURE-REASON
               STRING "GAP - DELTA " WS-DELTA-SEQUENCE
                   " IS MISSING BUT DELTA " WS-GAP-SEQUENCE
                   " IS ON HAND"
                   DELIMITED BY SIZE INTO WS-FAILURE-REASON
           END-IF
           .

      *    READS THE WHOLE DELTA (WS-DELTA-FILENAME) AND SETS
      *    WS-DELTA-VALID; WS-FAILURE-REASON SAYS WHY NOT
       VALIDATE-DELTA.
           MOVE "N" TO WS-DELTA-VALID
           INITIALIZE WS-CHECK-TABLE
           MOVE 0 TO WS-CHECK-DETAILS
           MOVE 0 TO WS-CHECK-TOTAL-HASH
           MOVE "N" TO WS-CHECK-END-SEEN
           MOVE 0 TO WS-CHECK-BUSINESS-DATE
           OPEN INPUT DELTA-FILE
           IF WS-DELTA-STATUS NOT = "00"
               MOVE SPACES TO WS-FAILURE-REASON
               STRING "DELTA " WS-DELTA-SEQUENCE
                   " COULD NOT BE OPENED - STATUS " WS-DELTA-STATUS
                   DELIMITED BY SIZE INTO WS-FAILURE-REASON
               EXIT PARAGRAPH
           END-IF
           READ DELTA-FILE
               AT END
                   MOVE SPACES TO REPL-TYPE
           END-READ
           IF REPL-TYPE NOT = "H"
               OR REPL-SEQUENCE NOT = WS-DELTA-SEQUENCE
               CLOSE DELTA-FILE
               MOVE SPACES TO WS-FAILURE-REASON
               STRING "DELTA " WS-DELTA-SEQUENCE
                   " HAS NO HEADER FOR THAT SEQUENCE"
                   DELIMITED BY SIZE INTO WS-FAILURE-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE REPL-H-BUSINESS-DATE TO WS-CHECK-BUSINESS-DATE

           MOVE "Y" TO WS-DELTA-VALID
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y" OR WS-DELTA-VALID = "N"
               READ DELTA-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       PERFORM CHECK-DELTA-ROW
               END-READ
           END-PERFORM
           CLOSE DELTA-FILE
           IF WS-DELTA-VALID = "N"
               EXIT PARAGRAPH
           END-IF

           IF WS-CHECK-END-SEEN NOT = "Y"
               MOVE "N" TO WS-DELTA-VALID
               MOVE SPACES TO WS-FAILURE-REASON
               STRING "DELTA " WS-DELTA-SEQUENCE
                   " HAS NO END ROW - IT WAS CUT SHORT"
                   DELIMITED BY SIZE INTO WS-FAILURE-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FILE-COUNT
               IF WS-CHECK-TOTAL-SEEN(WS-F) NOT = "Y"
                   MOVE "N" TO WS-DELTA-VALID
                   MOVE SPACES TO WS-FAILURE-REASON
                   STRING "DELTA " WS-DELTA-SEQUENCE
                       " HAS NO CONTROL ROW FOR "
                       WS-FILE-NAME(WS-F)
                       DELIMITED BY SIZE INTO WS-FAILURE-REASON
               END-IF
           END-PERFORM
           .

       CHECK-DELTA-ROW.
           IF REPL-SEQUENCE NOT = WS-DELTA-SEQUENCE
               PERFORM REJECT-DELTA-ROW
               EXIT PARAGRAPH
           END-IF
           EVALUATE REPL-TYPE
               WHEN "D"
                   IF REPL-D-FILE < 1 OR REPL-D-FILE > WS-FILE-COUNT
                       PERFORM REJECT-DELTA-ROW
                       EXIT PARAGRAPH
                   END-IF
                   IF REPL-D-LENGTH NOT = WS-FILE-LENGTH(REPL-D-FILE)
                       PERFORM REJECT-DELTA-ROW
                       EXIT PARAGRAPH
                   END-IF
                   EVALUATE REPL-D-ACTION
                       WHEN "A"
                           ADD 1 TO WS-CHECK-ADDED(REPL-D-FILE)
                       WHEN "C"
                           ADD 1 TO WS-CHECK-CHANGED(REPL-D-FILE)
                       WHEN "D"
                           ADD 1 TO WS-CHECK-DELETED(REPL-D-FILE)
                       WHEN OTHER
                           PERFORM REJECT-DELTA-ROW
                           EXIT PARAGRAPH
                   END-EVALUATE
                   ADD 1 TO WS-CHECK-DETAILS
                   COMPUTE WS-CHECK-HASH(REPL-D-FILE) = FUNCTION MOD(
                       WS-CHECK-HASH(REPL-D-FILE) + REPL-D-KEY,
                       WS-HASH-MODULUS)
                   COMPUTE WS-CHECK-TOTAL-HASH = FUNCTION MOD(
                       WS-CHECK-TOTAL-HASH + REPL-D-KEY,
                       WS-HASH-MODULUS)
               WHEN "T"
                   IF REPL-T-FILE < 1 OR REPL-T-FILE > WS-FILE-COUNT
                       PERFORM REJECT-DELTA-ROW
                       EXIT PARAGRAPH
                   END-IF
                   MOVE REPL-T-FILE TO WS-F
                   IF REPL-T-ADDED NOT = WS-CHECK-ADDED(WS-F)
                       OR REPL-T-CHANGED NOT = WS-CHECK-CHANGED(WS-F)
                       OR REPL-T-DELETED NOT = WS-CHECK-DELETED(WS-F)
                       OR REPL-T-KEY-HASH NOT = WS-CHECK-HASH(WS-F)
                       MOVE "N" TO WS-DELTA-VALID
                       MOVE SPACES TO WS-FAILURE-REASON
                       STRING "DELTA " WS-DELTA-SEQUENCE
                           " CONTROL TOTALS DO NOT AGREE FOR "
                           WS-FILE-NAME(WS-F)
                           DELIMITED BY SIZE INTO WS-FAILURE-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "Y" TO WS-CHECK-TOTAL-SEEN(WS-F)
                   MOVE REPL-T-RECORDS TO WS-CHECK-PROD-RECORDS(WS-F)
                   MOVE REPL-T-AMOUNT TO WS-CHECK-PROD-AMOUNT(WS-F)
               WHEN "E"
                   IF REPL-E-DETAIL-COUNT NOT = WS-CHECK-DETAILS
                       OR REPL-E-KEY-HASH NOT = WS-CHECK-TOTAL-HASH
                       OR REPL-E-FILE-COUNT NOT = WS-FILE-COUNT
                       MOVE "N" TO WS-DELTA-VALID
                       MOVE SPACES TO WS-FAILURE-REASON
                       STRING "DELTA " WS-DELTA-SEQUENCE
                           " END ROW TOTALS DO NOT AGREE"
                           DELIMITED BY SIZE INTO WS-FAILURE-REASON
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "Y" TO WS-CHECK-END-SEEN
               WHEN OTHER
                   PERFORM REJECT-DELTA-ROW
           END-EVALUATE
           .

       REJECT-DELTA-ROW.
           MOVE "N" TO WS-DELTA-VALID
           MOVE SPACES TO WS-FAILURE-REASON
           STRING "DELTA " WS-DELTA-SEQUENCE
               " HAS A DAMAGED OR FOREIGN ROW"
               DELIMITED BY SIZE INTO WS-FAILURE-REASON
           .

       KEEP-PROOF-FIGURES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FILE-COUNT
               MOVE WS-CHECK-PROD-RECORDS(WS-F)
                   TO WS-PROD-RECORDS(WS-F)
               MOVE WS-CHECK-PROD-AMOUNT(WS-F) TO WS-PROD-AMOUNT(WS-F)
           END-PERFORM
           MOVE WS-CHECK-BUSINESS-DATE TO WS-PROOF-BUSINESS-DATE
           MOVE "Y" TO WS-PROOF-LOADED
           .

      *================================================================
      *    APPLY THE ROWS OF A CHECKED DELTA
      *================================================================
       APPLY-DELTA-ROWS.
           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-FILE-COUNT OR WS-APPLY-FAILED = "Y"
               PERFORM OPEN-STANDBY-FILE
           END-PERFORM
           IF WS-APPLY-FAILED = "Y"
               PERFORM CLOSE-STANDBY-FILES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT DELTA-FILE
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y" OR WS-APPLY-FAILED = "Y"
               READ DELTA-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF REPL-TYPE = "D"
                           PERFORM APPLY-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELTA-FILE
           PERFORM CLOSE-STANDBY-FILES
           .

      *    A FILE THE STANDBY HAS NEVER HELD IS CREATED EMPTY
       OPEN-STANDBY-FILE.
           PERFORM OPEN-STANDBY-FILE-I-O
           IF WS-STANDBY-STATUS = "35"
               EVALUATE WS-F
                   WHEN 1
                       OPEN OUTPUT ACCOUNT-FILE
                       CLOSE ACCOUNT-FILE
                   WHEN 2
                       OPEN OUTPUT CUSTOMER-FILE
                       CLOSE CUSTOMER-FILE
                   WHEN 3
                       OPEN OUTPUT CONTACT-FILE
                       CLOSE CONTACT-FILE
                   WHEN 4
                       OPEN OUTPUT TRANSACTION-FILE
                       CLOSE TRANSACTION-FILE
                   WHEN 5
                       OPEN OUTPUT LOAN-FILE
                       CLOSE LOAN-FILE
                   WHEN 6
                       OPEN OUTPUT HOLDS-FILE
                       CLOSE HOLDS-FILE
                   WHEN 7
                       OPEN OUTPUT TERM-FILE
                       CLOSE TERM-FILE
                   WHEN 8
                       OPEN OUTPUT CARD-FILE
                       CLOSE CARD-FILE
                   WHEN 9
                       OPEN OUTPUT ORDER-FILE
                       CLOSE ORDER-FILE
               END-EVALUATE
               PERFORM OPEN-STANDBY-FILE-I-O
           END-IF
           IF WS-STANDBY-STATUS NOT = "00"
               MOVE "Y" TO WS-APPLY-FAILED
               MOVE SPACES TO WS-FAILURE-REASON
               STRING "STANDBY " FUNCTION TRIM(WS-FILE-NAME(WS-F))
                   " COULD NOT BE OPENED - STATUS " WS-STANDBY-STATUS
                   DELIMITED BY SIZE INTO WS-FAILURE-REASON
      *        ONLY THE FILES BEFORE THIS ONE ARE OPEN
               SUBTRACT 1 FROM WS-F
           END-IF
           .

       OPEN-STANDBY-FILE-I-O.
           EVALUATE WS-F
               WHEN 1
                   OPEN I-O ACCOUNT-FILE
               WHEN 2
                   OPEN I-O CUSTOMER-FILE
               WHEN 3
                   OPEN I-O CONTACT-FILE
               WHEN 4
                   OPEN I-O TRANSACTION-FILE
               WHEN 5
                   OPEN I-O LOAN-FILE
               WHEN 6
                   OPEN I-O HOLDS-FILE
               WHEN 7
                   OPEN I-O TERM-FILE
               WHEN 8
                   OPEN I-O CARD-FILE
               WHEN 9
                   OPEN I-O ORDER-FILE
           END-EVALUATE
           .

      *    WS-F IS ONE PAST THE LAST FILE OPENED
       CLOSE-STANDBY-FILES.
           IF WS-F > 1
               CLOSE ACCOUNT-FILE
           END-IF
           IF WS-F > 2
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-F > 3
               CLOSE CONTACT-FILE
           END-IF
           IF WS-F > 4
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-F > 5
               CLOSE LOAN-FILE
           END-IF
           IF WS-F > 6
               CLOSE HOLDS-FILE
           END-IF
           IF WS-F > 7
               CLOSE TERM-FILE
           END-IF
           IF WS-F > 8
               CLOSE CARD-FILE
           END-IF
           IF WS-F > 9
               CLOSE ORDER-FILE
           END-IF
           .

      *    ADD AND CHANGE BOTH WRITE-OR-REPLACE; A DELETE OF A
      *    RECORD ALREADY GONE IS LEFT AT THAT
       APPLY-ONE-ROW.
           MOVE "00" TO WS-STANDBY-STATUS
           EVALUATE REPL-D-FILE
               WHEN 1
                   MOVE REPL-D-DATA(1:WS-FILE-LENGTH(1))
                       TO ACCOUNT-RECORD
                   IF REPL-D-ACTION = "D"
                       DELETE ACCOUNT-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE ACCOUNT-RECORD
                           INVALID KEY
                               REWRITE ACCOUNT-RECORD
                       END-WRITE
                   END-IF
               WHEN 2
                   MOVE REPL-D-DATA(1:WS-FILE-LENGTH(2))
                       TO CUSTOMER-RECORD
                   IF REPL-D-ACTION = "D"
                       DELETE CUSTOMER-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE CUSTOMER-RECORD
                           INVALID KEY
                               REWRITE CUSTOMER-RECORD
                       END-WRITE
                   END-IF
               WHEN 3
                   MOVE REPL-D-DATA(1:WS-FILE-LENGTH(3))
                       TO CONTACT-RECORD
                   IF REPL-D-ACTION = "D"
                       DELETE CONTACT-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE CONTACT-RECORD
                           INVALID KEY
                               REWRITE CONTACT-RECORD
                       END-WRITE
                   END-IF
               WHEN 4
                   MOVE REPL-D-DATA(1:WS-FILE-LENGTH(4))
                       TO TRANSACTION-RECORD
                   IF REPL-D-ACTION = "D"
                       DELETE TRANSACTION-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE TRANSACTION-RECORD
                           INVALID KEY
                               REWRITE TRANSACTION-RECORD
                       END-WRITE
                   END-IF
               WHEN 5
                   MOVE REPL-D-DATA(1:WS-FILE-LENGTH(5))
                       TO LOAN-RECORD
                   IF REPL-D-ACTION = "D"
                       DELETE LOAN-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE LOAN-RECORD
                           INVALID KEY
                               REWRITE LOAN-RECORD
                       END-WRITE
                   END-IF
               WHEN 6
                   MOVE REPL-D-DATA(1:WS-FILE-LENGTH(6))
                       TO HOLD-RECORD
                   IF REPL-D-ACTION = "D"
                       DELETE HOLDS-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE HOLD-RECORD
                           INVALID KEY
                               REWRITE HOLD-RECORD
                       END-WRITE
                   END-IF
               WHEN 7
                   MOVE REPL-D-DATA(1:WS-FILE-LENGTH(7))
                       TO TERM-DEPOSIT-RECORD
                   IF REPL-D-ACTION = "D"
                       DELETE TERM-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE TERM-DEPOSIT-RECORD
                           INVALID KEY
                               REWRITE TERM-DEPOSIT-RECORD
                       END-WRITE
                   END-IF
               WHEN 8
                   MOVE REPL-D-DATA(1:WS-FILE-LENGTH(8))
                       TO CARD-RECORD
                   IF REPL-D-ACTION = "D"
                       DELETE CARD-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE CARD-RECORD
                           INVALID KEY
                               REWRITE CARD-RECORD
                       END-WRITE
                   END-IF
               WHEN 9
                   MOVE REPL-D-DATA(1:WS-FILE-LENGTH(9))
                       TO LEGAL-ORDER-RECORD
                   IF REPL-D-ACTION = "D"
                       DELETE ORDER-FILE RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   ELSE
                       WRITE LEGAL-ORDER-RECORD
                           INVALID KEY
                               REWRITE LEGAL-ORDER-RECORD
                       END-WRITE
                   END-IF
           END-EVALUATE
      *    "23" IS THE DELETE OF A RECORD ALREADY GONE; ANY OTHER
      *    NON-ZERO CLASS IS A REAL FAILURE
           IF WS-STANDBY-STATUS(1:1) NOT = "0"
               AND WS-STANDBY-STATUS NOT = "23"
               MOVE "Y" TO WS-APPLY-FAILED
               MOVE SPACES TO WS-FAILURE-REASON
               STRING "DELTA " WS-DELTA-SEQUENCE " ROW FOR "
                   FUNCTION TRIM(WS-FILE-NAME(REPL-D-FILE))
                   " KEY " REPL-D-KEY " FAILED - STATUS "
                   WS-STANDBY-STATUS
                   DELIMITED BY SIZE INTO WS-FAILURE-REASON
           ELSE
               ADD 1 TO WS-ROWS-APPLIED
           END-IF
           .

      *================================================================
      *    PROOF
      *================================================================
       COUNT-STANDBY-FILES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FILE-COUNT
               MOVE 0 TO WS-STANDBY-RECORDS(WS-F)
               MOVE 0 TO WS-STANDBY-AMOUNT(WS-F)
               PERFORM COUNT-ONE-STANDBY-FILE
           END-PERFORM
           .

       COUNT-ONE-STANDBY-FILE.
           MOVE "N" TO WS-FILE-EOF
           EVALUATE WS-F
               WHEN 1
                   OPEN INPUT ACCOUNT-FILE
               WHEN 2
                   OPEN INPUT CUSTOMER-FILE
               WHEN 3
                   OPEN INPUT CONTACT-FILE
               WHEN 4
                   OPEN INPUT TRANSACTION-FILE
               WHEN 5
                   OPEN INPUT LOAN-FILE
               WHEN 6
                   OPEN INPUT HOLDS-FILE
               WHEN 7
                   OPEN INPUT TERM-FILE
               WHEN 8
                   OPEN INPUT CARD-FILE
               WHEN 9
                   OPEN INPUT ORDER-FILE
           END-EVALUATE
           IF WS-STANDBY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               EVALUATE WS-F
                   WHEN 1
                       READ ACCOUNT-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                           NOT AT END
                               ADD ACCOUNT-BALANCE
                                   TO WS-STANDBY-AMOUNT(1)
                       END-READ
                   WHEN 2
                       READ CUSTOMER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                       END-READ
                   WHEN 3
                       READ CONTACT-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                       END-READ
                   WHEN 4
                       READ TRANSACTION-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                           NOT AT END
                               ADD TRANSACTION-AMOUNT
                                   TO WS-STANDBY-AMOUNT(4)
                       END-READ
                   WHEN 5
                       READ LOAN-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                           NOT AT END
                               ADD LOAN-OUTSTANDING
                                   TO WS-STANDBY-AMOUNT(5)
                       END-READ
                   WHEN 6
                       READ HOLDS-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                           NOT AT END
                               ADD HOLD-AMOUNT
                                   TO WS-STANDBY-AMOUNT(6)
                       END-READ
                   WHEN 7
                       READ TERM-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                           NOT AT END
                               ADD TERM-PRINCIPAL
                                   TO WS-STANDBY-AMOUNT(7)
                       END-READ
                   WHEN 8
                       READ CARD-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                       END-READ
                   WHEN 9
                       READ ORDER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                           NOT AT END
                               ADD LGL-RESTRAINED-AMOUNT
                                   TO WS-STANDBY-AMOUNT(9)
                       END-READ
               END-EVALUATE
               IF WS-FILE-EOF = "N"
                   ADD 1 TO WS-STANDBY-RECORDS(WS-F)
               END-IF
           END-PERFORM
           EVALUATE WS-F
               WHEN 1
                   CLOSE ACCOUNT-FILE
               WHEN 2
                   CLOSE CUSTOMER-FILE
               WHEN 3
                   CLOSE CONTACT-FILE
               WHEN 4
                   CLOSE TRANSACTION-FILE
               WHEN 5
                   CLOSE LOAN-FILE
               WHEN 6
                   CLOSE HOLDS-FILE
               WHEN 7
                   CLOSE TERM-FILE
               WHEN 8
                   CLOSE CARD-FILE
               WHEN 9
                   CLOSE ORDER-FILE
           END-EVALUATE
           .

       WRITE-PROOF-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE PROOF REPORT - STATUS: "
                   WS-REPORT-STATUS " ***"
               MOVE "N" TO WS-SITES-AGREE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "STANDBY SITE REPLICATION PROOF - " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DELTAS APPLIED THIS RUN: " WS-APPLIED-COUNT
               "   ROWS: " WS-ROWS-APPLIED
               "   STANDBY NOW AT DELTA: " WS-LAST-APPLIED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-APPLY-FAILED = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "** STOPPED: " WS-FAILURE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-PROOF-LOADED NOT = "Y"
               MOVE "NO DELTA HAS BEEN APPLIED - NOTHING TO PROVE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "N" TO WS-SITES-AGREE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "PRODUCTION FIGURES AS AT BUSINESS DATE "
               WS-PROOF-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  FILE                   PROD RECS  STANDBY RECS"
               & "      PRODUCTION TOTAL         STANDBY TOTAL"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FILE-COUNT
               PERFORM WRITE-PROOF-LINE
           END-PERFORM
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SITES-AGREE = "Y"
               MOVE "SITES AGREE" TO REPORT-LINE
           ELSE
               MOVE "** SITES DO NOT AGREE **" TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           .

       WRITE-PROOF-LINE.
           IF WS-PROD-RECORDS(WS-F) = WS-STANDBY-RECORDS(WS-F)
               AND WS-PROD-AMOUNT(WS-F) = WS-STANDBY-AMOUNT(WS-F)
               MOVE "AGREE" TO WS-RESULT
           ELSE
               MOVE "** DIFFER" TO WS-RESULT
               MOVE "N" TO WS-SITES-AGREE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-FILE-NAME(WS-F) TO REPORT-LINE(3:22)
           MOVE WS-PROD-RECORDS(WS-F) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO REPORT-LINE(24:11)
           MOVE WS-STANDBY-RECORDS(WS-F) TO WS-COUNT-DISPLAY
           MOVE WS-COUNT-DISPLAY TO REPORT-LINE(38:11)
           MOVE WS-PROD-AMOUNT(WS-F) TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO REPORT-LINE(50:20)
           MOVE WS-STANDBY-AMOUNT(WS-F) TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO REPORT-LINE(72:20)
           MOVE WS-RESULT TO REPORT-LINE(93:8)
           WRITE REPORT-LINE
           .

       END PROGRAM REPLICATION-APPLY.
