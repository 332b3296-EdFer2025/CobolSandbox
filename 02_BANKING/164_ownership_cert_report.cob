       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNERSHIP-CERT-REPORT.

      *    MONTHLY LIST OF EVERY ACTIVE BUSINESS CUSTOMER (CUSTOMER-
      *    TYPE "B") WHOSE BENEFICIAL OWNERSHIP IS NOT CURRENTLY
      *    CERTIFIED - NO ACTIVE OWNER ON THE OWNERSHIP REGISTER
      *    (BENEFICIAL-OWNER-RECORD.cpy) AT ALL ("MISSING"), OR AN
      *    ACTIVE OWNER LAST VERIFIED MORE THAN OWNER-CERT-DAYS
      *    (FALLBACK 365) DAYS AGO ("STALE"). EACH LINE CARRIES THE
      *    OWNER COUNT, THE SHARE THEY HOLD BETWEEN THEM AND THE
      *    OLDEST VERIFIED DATE, SO THE RELATIONSHIP MANAGER KNOWS
      *    WHAT TO ASK FOR. RE-CERTIFYING IN BENEFICIAL-OWNERSHIP
      *    TAKES A BUSINESS OFF THE LIST. WRITES
      *    02_BANKING/ownership_cert_report.txt.
      *
      *    A MONTHLY ("M") JOB-SCHEDULER JOB; IT ALSO RUNS
      *    STANDALONE. GOBACK RETURNS TO THE CALLER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

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

           SELECT OWNER-FILE
               ASSIGN TO "02_BANKING/beneficial_owners.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOW-KEY
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/ownership_cert_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD OWNER-FILE.
           COPY "BENEFICIAL-OWNER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-OWNER-OPEN PIC X VALUE "N".
       01 WS-CUSTOMER-FILE-EOF PIC X.
       01 WS-OWNER-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CERT-DAYS PIC 9(5) VALUE 365.
       01 WS-PROBLEM PIC X(7).
       01 WS-OWNER-COUNT PIC 9(3).
       01 WS-OWNED-PERCENT PIC 9(4)V99.
       01 WS-OLDEST-VERIFIED PIC 9(8).
       01 WS-PERCENT-DISPLAY PIC ZZZ9.99.
       01 WS-BUSINESS-COUNT PIC 9(7) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(7) VALUE 0.
       01 WS-STALE-COUNT PIC 9(7) VALUE 0.

       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "OWNER-CERT-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-CERT-DAYS
           END-IF
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-CERT-DAYS)

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CUSTOMER FILE - "
                   "STATUS: " WS-CUSTOMER-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
      *    NO OWNERSHIP FILE YET MEANS EVERY BUSINESS IS MISSING ITS
      *    OWNERS
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE "Y" TO WS-OWNER-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               CLOSE CUSTOMER-FILE
               IF WS-OWNER-OPEN = "Y"
                   CLOSE OWNER-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "BENEFICIAL OWNERSHIP CERTIFICATION EXCEPTIONS - "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  STALE = AN OWNER LAST VERIFIED BEFORE "
               WS-CUTOFF-DATE " (" WS-CERT-DAYS " DAYS)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  CUST  PROBLEM OWNERS    SHARE OLDEST   BUSINESS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "N" TO WS-CUSTOMER-FILE-EOF
           PERFORM UNTIL WS-CUSTOMER-FILE-EOF = "Y"
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CUSTOMER-FILE-EOF
                   NOT AT END
                       IF CUSTOMER-TYPE = "B"
                           AND CUSTOMER-STATUS = "A"
                           AND CUSTOMER-MERGED-INTO = 0
                           PERFORM CHECK-ONE-BUSINESS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MISSING-COUNT = 0 AND WS-STALE-COUNT = 0
               MOVE "  EVERY BUSINESS HAS CURRENT CERTIFIED OWNERS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-SUMMARY

           CLOSE CUSTOMER-FILE
           IF WS-OWNER-OPEN = "Y"
               CLOSE OWNER-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "OWNERSHIP CERTIFICATION REPORT COMPLETE - "
               WS-MISSING-COUNT " MISSING, " WS-STALE-COUNT " STALE"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       CHECK-ONE-BUSINESS.
           ADD 1 TO WS-BUSINESS-COUNT
           MOVE 0 TO WS-OWNER-COUNT
           MOVE 0 TO WS-OWNED-PERCENT
           MOVE 99999999 TO WS-OLDEST-VERIFIED
           IF WS-OWNER-OPEN = "Y"
               PERFORM GATHER-OWNERS
           END-IF
           EVALUATE TRUE
               WHEN WS-OWNER-COUNT = 0
                   MOVE "MISSING" TO WS-PROBLEM
                   MOVE 0 TO WS-OLDEST-VERIFIED
                   ADD 1 TO WS-MISSING-COUNT
               WHEN WS-OLDEST-VERIFIED < WS-CUTOFF-DATE
                   MOVE "STALE" TO WS-PROBLEM
                   ADD 1 TO WS-STALE-COUNT
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-OWNED-PERCENT TO WS-PERCENT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  " CUSTOMER-ID " " WS-PROBLEM " " WS-OWNER-COUNT
               "    " WS-PERCENT-DISPLAY "% " WS-OLDEST-VERIFIED " "
               FUNCTION TRIM(CUSTOMER-LAST-NAME)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       GATHER-OWNERS.
           MOVE "N" TO WS-OWNER-FILE-EOF
           MOVE CUSTOMER-ID TO BOW-BUSINESS-ID
           MOVE 0 TO BOW-OWNER-ID
           START OWNER-FILE KEY >= BOW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OWNER-FILE-EOF
           END-START
           PERFORM UNTIL WS-OWNER-FILE-EOF = "Y"
               READ OWNER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OWNER-FILE-EOF
                   NOT AT END
                       IF BOW-BUSINESS-ID NOT = CUSTOMER-ID
                           MOVE "Y" TO WS-OWNER-FILE-EOF
                       ELSE
                           IF BOW-ACTIVE = "Y"
                               ADD 1 TO WS-OWNER-COUNT
                               ADD BOW-PERCENT TO WS-OWNED-PERCENT
                               IF BOW-VERIFIED-DATE
                                   < WS-OLDEST-VERIFIED
                                   MOVE BOW-VERIFIED-DATE
                                       TO WS-OLDEST-VERIFIED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ACTIVE BUSINESS CUSTOMERS           "
               WS-BUSINESS-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  NO OWNERS ON FILE                   "
               WS-MISSING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CERTIFICATION STALE                 "
               WS-STALE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM OWNERSHIP-CERT-REPORT.
