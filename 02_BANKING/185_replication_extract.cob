       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLICATION-EXTRACT.

      *    NIGHTLY CHANGE-DELTA EXTRACT FOR THE STANDBY SITE.
      *    MASTER-FILE-BACKUP'S GENERATIONS SIT ON THIS MACHINE AND
      *    WOULD BE LOST WITH IT; THIS WRITES EVERY RECORD ADDED,
      *    CHANGED OR DELETED SINCE THE LAST EXTRACT ACROSS THE
      *    MASTER FILE AND ITS KEY SATELLITES (SEE
      *    REPLICATION-RECORD.cpy FOR THE LIST) TO A NUMBERED DELTA
      *    FILE, 02_BANKING/repl_delta_<SEQUENCE>.dat, FOR SHIPPING
      *    OFF SITE. REPLICATION-APPLY (186_replication_apply.cob)
      *    LOADS THE DELTAS AT THE STANDBY IN SEQUENCE ORDER.
      *
      *    THE FILES CARRY NO CHANGE STAMPS, SO THE EXTRACT KEEPS
      *    ITS OWN IMAGE OF EACH FILE AS IT STOOD AT THE LAST
      *    EXTRACT (02_BANKING/repl_image_<NAME>.dat, KEY ORDER) AND
      *    MERGES THE LIVE FILE AGAINST IT BY KEY: A KEY ONLY IN THE
      *    LIVE FILE WAS ADDED, ONE ONLY IN THE IMAGE WAS DELETED,
      *    AND ONE IN BOTH WHOSE RECORD DIFFERS WAS CHANGED. THE NEW
      *    IMAGE IS WRITTEN DURING THE SAME PASS. THE FIRST RUN HAS
      *    NO IMAGES AND SO SHIPS EVERY RECORD - THE INITIAL LOAD
      *    OF THE STANDBY.
      *
      *    ORDER OF COMMIT: THE DELTA IS WRITTEN IN FULL, THEN THE
      *    SEQUENCE IN 02_BANKING/repl_extract_control.dat IS
      *    ADVANCED, THEN THE NEW IMAGES REPLACE THE OLD. A RUN THAT
      *    DIES BEFORE THE SEQUENCE MOVES LEAVES NOTHING BEHIND THAT
      *    COUNTS; ONE THAT DIES AFTER IT SHIPS THE SAME CHANGES
      *    AGAIN NEXT TIME, WHICH THE APPLY TAKES IN ITS STRIDE.
      *    A LIVE FILE THAT HAS GONE MISSING WHILE ITS IMAGE STILL
      *    HOLDS RECORDS FAILS THE RUN RATHER THAN SHIP A DELETE OF
      *    EVERY RECORD IN IT.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

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
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT CONTACT-FILE
               ASSIGN TO "01_EXAMPLES/customer_contacts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTACT-KEY
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT TRANSACTION-FILE
               ASSIGN TO "02_BANKING/transaction.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "02_BANKING/loans.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ID
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT HOLDS-FILE
               ASSIGN TO "02_BANKING/holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "02_BANKING/term_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ACCOUNT
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT CARD-FILE
               ASSIGN TO "02_BANKING/cards.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CARD-NUMBER
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT ORDER-FILE
               ASSIGN TO "02_BANKING/legal_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-ORDER-ID
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT OLD-IMAGE-FILE
               ASSIGN TO WS-OLD-IMAGE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-IMAGE-STATUS.

           SELECT NEW-IMAGE-FILE
               ASSIGN TO WS-NEW-IMAGE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-IMAGE-STATUS.

           SELECT DELTA-FILE
               ASSIGN TO WS-DELTA-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT EXTRACT-CONTROL-FILE
               ASSIGN TO "02_BANKING/repl_extract_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

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

      *    ONE IMAGE ROW PER RECORD, IN KEY ORDER - THE WHOLE RECORD
      *    AS IT STOOD AT THE LAST EXTRACT
       FD OLD-IMAGE-FILE.
       01 OLD-IMAGE-RECORD.
           05 OLD-IMAGE-KEY PIC 9(18).
           05 OLD-IMAGE-DATA PIC X(200).

       FD NEW-IMAGE-FILE.
       01 NEW-IMAGE-RECORD.
           05 NEW-IMAGE-KEY PIC 9(18).
           05 NEW-IMAGE-DATA PIC X(200).

       FD DELTA-FILE.
           COPY "REPLICATION-RECORD.cpy".

       FD EXTRACT-CONTROL-FILE.
       01 EXTRACT-CONTROL-RECORD.
           05 RXC-LAST-SEQUENCE PIC 9(8).
           05 RXC-LAST-BUSINESS-DATE PIC 9(8).
           05 RXC-LAST-RUN-DATE PIC 9(8).
           05 RXC-LAST-RUN-TIME PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-LIVE-STATUS PIC XX.
       01 WS-OLD-IMAGE-STATUS PIC XX.
       01 WS-NEW-IMAGE-STATUS PIC XX.
       01 WS-DELTA-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.

       01 WS-BUSINESS-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-LAST-SEQUENCE PIC 9(8) VALUE 0.
       01 WS-SEQUENCE PIC 9(8).
       01 WS-DELTA-FILENAME PIC X(60).
       01 WS-OLD-IMAGE-FILENAME PIC X(60).
       01 WS-NEW-IMAGE-FILENAME PIC X(60).
       01 WS-EXTRACT-FAILED PIC X VALUE "N".
       01 WS-ANY-IMAGE PIC X VALUE "N".
       01 WS-HASH-MODULUS PIC 9(19) VALUE 1000000000000000000.

      *    THE REPLICATED FILES, NUMBERED AS IN REPLICATION-RECORD.cpy
       01 WS-FILE-COUNT PIC 9(2) VALUE 9.
       01 WS-FILE-STEMS.
           05 FILLER PIC X(14) VALUE "banking".
           05 FILLER PIC X(14) VALUE "customers".
           05 FILLER PIC X(14) VALUE "contacts".
           05 FILLER PIC X(14) VALUE "transaction".
           05 FILLER PIC X(14) VALUE "loans".
           05 FILLER PIC X(14) VALUE "holds".
           05 FILLER PIC X(14) VALUE "term_deposits".
           05 FILLER PIC X(14) VALUE "cards".
           05 FILLER PIC X(14) VALUE "legal_orders".
       01 WS-FILE-STEM-TABLE REDEFINES WS-FILE-STEMS.
           05 WS-FILE-STEM PIC X(14) OCCURS 9 TIMES.
       01 WS-FILE-STATS.
           05 WS-FILE-STAT OCCURS 9 TIMES.
               10 WS-FILE-LENGTH PIC 9(4).
               10 WS-FILE-ADDED PIC 9(9).
               10 WS-FILE-CHANGED PIC 9(9).
               10 WS-FILE-DELETED PIC 9(9).
               10 WS-FILE-HASH PIC 9(18).
               10 WS-FILE-RECORDS PIC 9(9).
               10 WS-FILE-AMOUNT PIC S9(13)V99.
       01 WS-F PIC 9(2).

      *    THE CURRENT LIVE RECORD AND IMAGE ROW IN THE MERGE
       01 WS-LIVE-OPEN PIC X.
       01 WS-LIVE-EOF PIC X.
       01 WS-LIVE-KEY PIC 9(18).
       01 WS-LIVE-DATA PIC X(200).
       01 WS-OLD-IMAGE-OPEN PIC X.
       01 WS-OLD-IMAGE-EOF PIC X.

       01 WS-DETAIL-COUNT PIC 9(9) VALUE 0.
       01 WS-TOTAL-HASH PIC 9(18) VALUE 0.
       01 WS-DETAIL-ACTION PIC X.

      *    USED WITH CBL_CHECK_FILE_EXIST, AS MASTER-FILE-BACKUP DOES
       01 WS-FILE-INFO.
           05 WS-FILE-SIZE PIC X(8) COMP-X.
           05 WS-FILE-DATE PIC X(6) COMP-X.
           05 WS-FILE-TIME PIC X(8) COMP-X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-BUSINESS-DATE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           INITIALIZE WS-FILE-STATS
           MOVE LENGTH OF ACCOUNT-RECORD TO WS-FILE-LENGTH(1)
           MOVE LENGTH OF CUSTOMER-RECORD TO WS-FILE-LENGTH(2)
           MOVE LENGTH OF CONTACT-RECORD TO WS-FILE-LENGTH(3)
           MOVE LENGTH OF TRANSACTION-RECORD TO WS-FILE-LENGTH(4)
           MOVE LENGTH OF LOAN-RECORD TO WS-FILE-LENGTH(5)
           MOVE LENGTH OF HOLD-RECORD TO WS-FILE-LENGTH(6)
           MOVE LENGTH OF TERM-DEPOSIT-RECORD TO WS-FILE-LENGTH(7)
           MOVE LENGTH OF CARD-RECORD TO WS-FILE-LENGTH(8)
           MOVE LENGTH OF LEGAL-ORDER-RECORD TO WS-FILE-LENGTH(9)

           PERFORM READ-EXTRACT-CONTROL
           COMPUTE WS-SEQUENCE = WS-LAST-SEQUENCE + 1
           MOVE SPACES TO WS-DELTA-FILENAME
           STRING "02_BANKING/repl_delta_" WS-SEQUENCE ".dat"
               DELIMITED BY SIZE INTO WS-DELTA-FILENAME

           OPEN OUTPUT DELTA-FILE
           IF WS-DELTA-STATUS NOT = "00"
               DISPLAY "*** COULD NOT CREATE "
                   FUNCTION TRIM(WS-DELTA-FILENAME)
                   " - STATUS: " WS-DELTA-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WRITE-DELTA-HEADER

           PERFORM VARYING WS-F FROM 1 BY 1
               UNTIL WS-F > WS-FILE-COUNT
                   OR WS-EXTRACT-FAILED = "Y"
               PERFORM EXTRACT-ONE-FILE
           END-PERFORM

           IF WS-EXTRACT-FAILED = "Y"
               CLOSE DELTA-FILE
               CALL "CBL_DELETE_FILE" USING WS-DELTA-FILENAME
               MOVE 0 TO RETURN-CODE
               PERFORM DELETE-NEW-IMAGES
               DISPLAY "*** REPLICATION EXTRACT FAILED - NO DELTA "
                   "WRITTEN, SEQUENCE " WS-SEQUENCE " NOT USED ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-DELTA-END
           CLOSE DELTA-FILE
      *    THE HEADER WAS WRITTEN BEFORE ANY IMAGE WAS LOOKED FOR -
      *    AN INITIAL LOAD IS MARKED BY REWRITING IT NOW
           IF WS-ANY-IMAGE = "N"
               PERFORM MARK-FULL-LOAD
           END-IF

           PERFORM WRITE-EXTRACT-CONTROL
           IF WS-CONTROL-STATUS NOT = "00"
               PERFORM DELETE-NEW-IMAGES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FILE-COUNT
               PERFORM SWAP-IMAGE-IN
           END-PERFORM

           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FILE-COUNT
               DISPLAY "  " WS-FILE-STEM(WS-F) " "
                   WS-FILE-ADDED(WS-F) " ADDED "
                   WS-FILE-CHANGED(WS-F) " CHANGED "
                   WS-FILE-DELETED(WS-F) " DELETED"
           END-PERFORM
           DISPLAY "REPLICATION EXTRACT COMPLETE - DELTA "
               WS-SEQUENCE " WRITTEN WITH " WS-DETAIL-COUNT
               " CHANGES TO " FUNCTION TRIM(WS-DELTA-FILENAME)
           MOVE 0 TO RETURN-CODE
           GOBACK.

       READ-EXTRACT-CONTROL.
           MOVE 0 TO WS-LAST-SEQUENCE
           OPEN INPUT EXTRACT-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ EXTRACT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RXC-LAST-SEQUENCE TO WS-LAST-SEQUENCE
           END-READ
           CLOSE EXTRACT-CONTROL-FILE
           .

       WRITE-EXTRACT-CONTROL.
           OPEN OUTPUT EXTRACT-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "*** COULD NOT UPDATE THE EXTRACT CONTROL - "
                   "STATUS: " WS-CONTROL-STATUS " - DELTA "
                   WS-SEQUENCE " WILL BE CUT AGAIN NEXT RUN ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SEQUENCE TO RXC-LAST-SEQUENCE
           MOVE WS-BUSINESS-DATE TO RXC-LAST-BUSINESS-DATE
           MOVE WS-RUN-DATE TO RXC-LAST-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO RXC-LAST-RUN-TIME
           WRITE EXTRACT-CONTROL-RECORD
           CLOSE EXTRACT-CONTROL-FILE
           .

       WRITE-DELTA-HEADER.
           MOVE SPACES TO REPLICATION-RECORD
           MOVE WS-SEQUENCE TO REPL-SEQUENCE
           MOVE "H" TO REPL-TYPE
           MOVE WS-BUSINESS-DATE TO REPL-H-BUSINESS-DATE
           MOVE WS-RUN-DATE TO REPL-H-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO REPL-H-RUN-TIME
           MOVE "N" TO REPL-H-FULL-LOAD
           WRITE REPLICATION-RECORD
           .

       MARK-FULL-LOAD.
           OPEN I-O DELTA-FILE
           IF WS-DELTA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ DELTA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "Y" TO REPL-H-FULL-LOAD
                   REWRITE REPLICATION-RECORD
           END-READ
           CLOSE DELTA-FILE
           .

       WRITE-DELTA-END.
           MOVE SPACES TO REPLICATION-RECORD
           MOVE WS-SEQUENCE TO REPL-SEQUENCE
           MOVE "E" TO REPL-TYPE
           MOVE WS-DETAIL-COUNT TO REPL-E-DETAIL-COUNT
           MOVE WS-TOTAL-HASH TO REPL-E-KEY-HASH
           MOVE WS-FILE-COUNT TO REPL-E-FILE-COUNT
           WRITE REPLICATION-RECORD
           .

      *================================================================
      *    ONE FILE (WS-F): MERGE THE LIVE FILE AGAINST ITS IMAGE
      *================================================================
       EXTRACT-ONE-FILE.
           MOVE SPACES TO WS-OLD-IMAGE-FILENAME
           STRING "02_BANKING/repl_image_"
               FUNCTION TRIM(WS-FILE-STEM(WS-F)) ".dat"
               DELIMITED BY SIZE INTO WS-OLD-IMAGE-FILENAME
           MOVE SPACES TO WS-NEW-IMAGE-FILENAME
           STRING "02_BANKING/repl_image_"
               FUNCTION TRIM(WS-FILE-STEM(WS-F)) ".new"
               DELIMITED BY SIZE INTO WS-NEW-IMAGE-FILENAME

           MOVE "N" TO WS-OLD-IMAGE-OPEN
           MOVE "Y" TO WS-OLD-IMAGE-EOF
           OPEN INPUT OLD-IMAGE-FILE
           IF WS-OLD-IMAGE-STATUS = "00"
               MOVE "Y" TO WS-OLD-IMAGE-OPEN
               MOVE "Y" TO WS-ANY-IMAGE
               PERFORM READ-OLD-IMAGE
           ELSE
               IF WS-OLD-IMAGE-STATUS NOT = "35"
                   DISPLAY "*** COULD NOT OPEN "
                       FUNCTION TRIM(WS-OLD-IMAGE-FILENAME)
                       " - STATUS: " WS-OLD-IMAGE-STATUS " ***"
                   MOVE "Y" TO WS-EXTRACT-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM OPEN-LIVE-FILE
           IF WS-LIVE-OPEN = "N"
               IF WS-LIVE-STATUS = "35" AND WS-OLD-IMAGE-EOF = "Y"
                   CONTINUE
               ELSE
                   DISPLAY "*** " FUNCTION TRIM(WS-FILE-STEM(WS-F))
                       " COULD NOT BE OPENED - STATUS: "
                       WS-LIVE-STATUS " - NOT SHIPPING IT AS "
                       "DELETED ***"
                   MOVE "Y" TO WS-EXTRACT-FAILED
                   IF WS-OLD-IMAGE-OPEN = "Y"
                       CLOSE OLD-IMAGE-FILE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN OUTPUT NEW-IMAGE-FILE
           IF WS-NEW-IMAGE-STATUS NOT = "00"
               DISPLAY "*** COULD NOT CREATE "
                   FUNCTION TRIM(WS-NEW-IMAGE-FILENAME)
                   " - STATUS: " WS-NEW-IMAGE-STATUS " ***"
               MOVE "Y" TO WS-EXTRACT-FAILED
               PERFORM CLOSE-LIVE-FILE
               IF WS-OLD-IMAGE-OPEN = "Y"
                   CLOSE OLD-IMAGE-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-LIVE-EOF
           IF WS-LIVE-OPEN = "Y"
               PERFORM READ-LIVE-RECORD
           END-IF
           PERFORM UNTIL WS-LIVE-EOF = "Y" AND WS-OLD-IMAGE-EOF = "Y"
               EVALUATE TRUE
                   WHEN WS-OLD-IMAGE-EOF = "Y"
                       PERFORM SHIP-ADDED
                   WHEN WS-LIVE-EOF = "Y"
                       PERFORM SHIP-DELETED
                   WHEN WS-LIVE-KEY < OLD-IMAGE-KEY
                       PERFORM SHIP-ADDED
                   WHEN WS-LIVE-KEY > OLD-IMAGE-KEY
                       PERFORM SHIP-DELETED
                   WHEN OTHER
                       IF WS-LIVE-DATA NOT = OLD-IMAGE-DATA
                           MOVE "C" TO REPL-D-ACTION
                           PERFORM WRITE-LIVE-DETAIL
                           ADD 1 TO WS-FILE-CHANGED(WS-F)
                       END-IF
                       PERFORM KEEP-LIVE-IN-IMAGE
                       PERFORM READ-LIVE-RECORD
                       PERFORM READ-OLD-IMAGE
               END-EVALUATE
           END-PERFORM

           CLOSE NEW-IMAGE-FILE
           IF WS-OLD-IMAGE-OPEN = "Y"
               CLOSE OLD-IMAGE-FILE
           END-IF
           PERFORM CLOSE-LIVE-FILE
           PERFORM WRITE-FILE-TOTAL
           .

       SHIP-ADDED.
           MOVE "A" TO REPL-D-ACTION
           PERFORM WRITE-LIVE-DETAIL
           ADD 1 TO WS-FILE-ADDED(WS-F)
           PERFORM KEEP-LIVE-IN-IMAGE
           PERFORM READ-LIVE-RECORD
           .

      *    THE DELETE CARRIES THE RECORD AS IT LAST STOOD
       SHIP-DELETED.
           MOVE SPACES TO REPLICATION-RECORD
           MOVE WS-SEQUENCE TO REPL-SEQUENCE
           MOVE "D" TO REPL-TYPE
           MOVE WS-F TO REPL-D-FILE
           MOVE "D" TO REPL-D-ACTION
           MOVE OLD-IMAGE-KEY TO REPL-D-KEY
           MOVE WS-FILE-LENGTH(WS-F) TO REPL-D-LENGTH
           MOVE OLD-IMAGE-DATA TO REPL-D-DATA
           PERFORM WRITE-DETAIL-ROW
           ADD 1 TO WS-FILE-DELETED(WS-F)
           PERFORM READ-OLD-IMAGE
           .

      *    REPL-D-ACTION SET BY THE CALLER
       WRITE-LIVE-DETAIL.
           MOVE REPL-D-ACTION TO WS-DETAIL-ACTION
           MOVE SPACES TO REPLICATION-RECORD
           MOVE WS-SEQUENCE TO REPL-SEQUENCE
           MOVE "D" TO REPL-TYPE
           MOVE WS-F TO REPL-D-FILE
           MOVE WS-DETAIL-ACTION TO REPL-D-ACTION
           MOVE WS-LIVE-KEY TO REPL-D-KEY
           MOVE WS-FILE-LENGTH(WS-F) TO REPL-D-LENGTH
           MOVE WS-LIVE-DATA TO REPL-D-DATA
           PERFORM WRITE-DETAIL-ROW
           .

       WRITE-DETAIL-ROW.
           WRITE REPLICATION-RECORD
           IF WS-DELTA-STATUS NOT = "00"
               DISPLAY "*** WRITE TO THE DELTA FAILED - STATUS: "
                   WS-DELTA-STATUS " ***"
               MOVE "Y" TO WS-EXTRACT-FAILED
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           COMPUTE WS-FILE-HASH(WS-F) = FUNCTION MOD(
               WS-FILE-HASH(WS-F) + REPL-D-KEY, WS-HASH-MODULUS)
           COMPUTE WS-TOTAL-HASH = FUNCTION MOD(
               WS-TOTAL-HASH + REPL-D-KEY, WS-HASH-MODULUS)
           .

       KEEP-LIVE-IN-IMAGE.
           MOVE WS-LIVE-KEY TO NEW-IMAGE-KEY
           MOVE WS-LIVE-DATA TO NEW-IMAGE-DATA
           WRITE NEW-IMAGE-RECORD
           IF WS-NEW-IMAGE-STATUS NOT = "00"
               DISPLAY "*** WRITE TO "
                   FUNCTION TRIM(WS-NEW-IMAGE-FILENAME)
                   " FAILED - STATUS: " WS-NEW-IMAGE-STATUS " ***"
               MOVE "Y" TO WS-EXTRACT-FAILED
           END-IF
           .

       READ-OLD-IMAGE.
           IF WS-OLD-IMAGE-OPEN NOT = "Y"
               MOVE "Y" TO WS-OLD-IMAGE-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OLD-IMAGE-EOF
           READ OLD-IMAGE-FILE
               AT END
                   MOVE "Y" TO WS-OLD-IMAGE-EOF
           END-READ
           .

       WRITE-FILE-TOTAL.
           MOVE SPACES TO REPLICATION-RECORD
           MOVE WS-SEQUENCE TO REPL-SEQUENCE
           MOVE "T" TO REPL-TYPE
           MOVE WS-F TO REPL-T-FILE
           MOVE WS-FILE-ADDED(WS-F) TO REPL-T-ADDED
           MOVE WS-FILE-CHANGED(WS-F) TO REPL-T-CHANGED
           MOVE WS-FILE-DELETED(WS-F) TO REPL-T-DELETED
           MOVE WS-FILE-HASH(WS-F) TO REPL-T-KEY-HASH
           MOVE WS-FILE-RECORDS(WS-F) TO REPL-T-RECORDS
           MOVE WS-FILE-AMOUNT(WS-F) TO REPL-T-AMOUNT
           WRITE REPLICATION-RECORD
           .

      *    THE NEW IMAGE REPLACES THE OLD - SAME DELETE/COPY
      *    SERVICES AS THE BACKUP JOB AND THE ACCOUNT CONVERSION
       SWAP-IMAGE-IN.
           MOVE SPACES TO WS-OLD-IMAGE-FILENAME
           STRING "02_BANKING/repl_image_"
               FUNCTION TRIM(WS-FILE-STEM(WS-F)) ".dat"
               DELIMITED BY SIZE INTO WS-OLD-IMAGE-FILENAME
           MOVE SPACES TO WS-NEW-IMAGE-FILENAME
           STRING "02_BANKING/repl_image_"
               FUNCTION TRIM(WS-FILE-STEM(WS-F)) ".new"
               DELIMITED BY SIZE INTO WS-NEW-IMAGE-FILENAME
           CALL "CBL_DELETE_FILE" USING WS-OLD-IMAGE-FILENAME
           MOVE 0 TO RETURN-CODE
           CALL "CBL_COPY_FILE" USING WS-NEW-IMAGE-FILENAME
               WS-OLD-IMAGE-FILENAME
           IF RETURN-CODE NOT = 0
               DISPLAY "*** COULD NOT SWAP "
                   FUNCTION TRIM(WS-NEW-IMAGE-FILENAME)
                   " INTO PLACE - THE NEXT DELTA WILL RESHIP "
                   FUNCTION TRIM(WS-FILE-STEM(WS-F)) " IN FULL ***"
               MOVE 0 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-NEW-IMAGE-FILENAME
           MOVE 0 TO RETURN-CODE
           .

       DELETE-NEW-IMAGES.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-FILE-COUNT
               MOVE SPACES TO WS-NEW-IMAGE-FILENAME
               STRING "02_BANKING/repl_image_"
                   FUNCTION TRIM(WS-FILE-STEM(WS-F)) ".new"
                   DELIMITED BY SIZE INTO WS-NEW-IMAGE-FILENAME
               CALL "CBL_DELETE_FILE" USING WS-NEW-IMAGE-FILENAME
               MOVE 0 TO RETURN-CODE
           END-PERFORM
           .

      *================================================================
      *    PER-FILE LIVE ACCESS. EACH READ LEAVES THE KEY AS A
      *    NUMBER (KEY ORDER ON FILE IS NUMERIC ORDER FOR EVERY ONE
      *    OF THESE), THE WHOLE RECORD, AND ADDS TO THE FILE'S
      *    RECORD COUNT AND AMOUNT TOTAL.
      *================================================================
       OPEN-LIVE-FILE.
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
           IF WS-LIVE-STATUS = "00"
               MOVE "Y" TO WS-LIVE-OPEN
           ELSE
               MOVE "N" TO WS-LIVE-OPEN
           END-IF
           .

       CLOSE-LIVE-FILE.
           IF WS-LIVE-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
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
           MOVE "N" TO WS-LIVE-OPEN
           .

       READ-LIVE-RECORD.
           IF WS-LIVE-OPEN NOT = "Y"
               MOVE "Y" TO WS-LIVE-EOF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIVE-EOF
           MOVE SPACES TO WS-LIVE-DATA
           EVALUATE WS-F
               WHEN 1
                   READ ACCOUNT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE ACCOUNT-NUMBER TO WS-LIVE-KEY
                           MOVE ACCOUNT-RECORD TO WS-LIVE-DATA
                           ADD ACCOUNT-BALANCE TO WS-FILE-AMOUNT(1)
                   END-READ
               WHEN 2
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE CUSTOMER-ID TO WS-LIVE-KEY
                           MOVE CUSTOMER-RECORD TO WS-LIVE-DATA
                   END-READ
               WHEN 3
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           COMPUTE WS-LIVE-KEY =
                               CONTACT-CUSTOMER-ID * 100000000
                               + CONTACT-EFFECTIVE-DATE
                           MOVE CONTACT-RECORD TO WS-LIVE-DATA
                   END-READ
               WHEN 4
                   READ TRANSACTION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE TRANSACTION-REF TO WS-LIVE-KEY
                           MOVE TRANSACTION-RECORD TO WS-LIVE-DATA
                           ADD TRANSACTION-AMOUNT
                               TO WS-FILE-AMOUNT(4)
                   END-READ
               WHEN 5
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE LOAN-ID TO WS-LIVE-KEY
                           MOVE LOAN-RECORD TO WS-LIVE-DATA
                           ADD LOAN-OUTSTANDING TO WS-FILE-AMOUNT(5)
                   END-READ
               WHEN 6
                   READ HOLDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE HOLD-ID TO WS-LIVE-KEY
                           MOVE HOLD-RECORD TO WS-LIVE-DATA
                           ADD HOLD-AMOUNT TO WS-FILE-AMOUNT(6)
                   END-READ
               WHEN 7
                   READ TERM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE TERM-ACCOUNT TO WS-LIVE-KEY
                           MOVE TERM-DEPOSIT-RECORD TO WS-LIVE-DATA
                           ADD TERM-PRINCIPAL TO WS-FILE-AMOUNT(7)
                   END-READ
               WHEN 8
                   READ CARD-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE CARD-NUMBER TO WS-LIVE-KEY
                           MOVE CARD-RECORD TO WS-LIVE-DATA
                   END-READ
               WHEN 9
                   READ ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-LIVE-EOF
                       NOT AT END
                           MOVE LGL-ORDER-ID TO WS-LIVE-KEY
                           MOVE LEGAL-ORDER-RECORD TO WS-LIVE-DATA
                           ADD LGL-RESTRAINED-AMOUNT
                               TO WS-FILE-AMOUNT(9)
                   END-READ
           END-EVALUATE
           IF WS-LIVE-EOF = "N"
               ADD 1 TO WS-FILE-RECORDS(WS-F)
           END-IF
           .

       END PROGRAM REPLICATION-EXTRACT.
