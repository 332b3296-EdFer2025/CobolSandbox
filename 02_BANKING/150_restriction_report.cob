       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRICTION-REPORT.

      *    NIGHTLY PICTURE OF EVERY ACCOUNT RESTRICTION
      *    (RESTRICTION-RECORD.cpy), GROUPED BY ACCOUNT: HOLDER,
      *    ACCOUNT STATUS, THEN EVERY RESTRICTION THE ACCOUNT HAS
      *    EVER CARRIED - ACTIVE ONES WITH THEIR LAST DAY, LIFTED
      *    AND EXPIRED ONES WITH WHEN AND BY WHOM - AND THE NUMBER
      *    STILL IN FORCE. A SECOND SECTION LISTS ACCOUNTS STILL
      *    FROZEN OUTRIGHT BY ACCOUNT-STATUS "F", SO NOTHING THAT
      *    STOPS AN ACCOUNT IS LEFT OFF THE PAGE. CLOSES WITH THE
      *    ACTIVE RESTRICTIONS COUNTED BY TYPE. RUNS AFTER
      *    RESTRICTION-EXPIRY SO LAPSED ROWS SHOW AS EXPIRED.
      *    WRITES 02_BANKING/restrictions_report.txt.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICTION-FILE
               ASSIGN TO "02_BANKING/account_restrictions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RST-KEY
               FILE STATUS IS WS-RESTRICTION-STATUS.

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

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/restrictions_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RESTRICTION-FILE.
           COPY "RESTRICTION-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RESTRICTION-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-RESTRICTION-OPEN PIC X VALUE "N".
       01 WS-CUSTOMER-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CURRENT-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-HOLDER-NAME PIC X(41).
       01 WS-ACCOUNT-STATE PIC X.
       01 WS-STATE-TEXT PIC X(8).

       01 WS-ACCOUNT-ACTIVE-COUNT PIC 9(4) VALUE 0.
       01 WS-ACCOUNTS-LISTED PIC 9(7) VALUE 0.
       01 WS-ACCOUNTS-RESTRICTED PIC 9(7) VALUE 0.
       01 WS-FROZEN-COUNT PIC 9(7) VALUE 0.
       01 WS-ACTIVE-TOTAL PIC 9(7) VALUE 0.
       01 WS-ACTIVE-DEBIT PIC 9(7) VALUE 0.
       01 WS-ACTIVE-CREDIT PIC 9(7) VALUE 0.
       01 WS-ACTIVE-EXTERNAL PIC 9(7) VALUE 0.
       01 WS-ACTIVE-ONLINE PIC 9(7) VALUE 0.
       01 WS-ACTIVE-CARD PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ACCOUNT FILE - "
                   "STATUS: " WS-ACCOUNT-STATUS " ***"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
      *    NO RESTRICTIONS FILE YET SIMPLY MEANS NONE WERE PLACED
           OPEN INPUT RESTRICTION-FILE
           IF WS-RESTRICTION-STATUS = "00"
               MOVE "Y" TO WS-RESTRICTION-OPEN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               PERFORM CLOSE-INPUT-FILES
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT RESTRICTIONS REPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-RESTRICTION-OPEN = "Y"
               PERFORM REPORT-RESTRICTIONS
           END-IF
           PERFORM REPORT-FROZEN-ACCOUNTS
           PERFORM WRITE-SUMMARY

           CLOSE REPORT-FILE
           PERFORM CLOSE-INPUT-FILES
           DISPLAY "RESTRICTIONS REPORT COMPLETE - "
               WS-ACCOUNTS-RESTRICTED " ACCOUNTS RESTRICTED, "
               WS-ACTIVE-TOTAL " ACTIVE RESTRICTIONS, "
               WS-FROZEN-COUNT " FROZEN BY STATUS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       REPORT-RESTRICTIONS.
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO WS-CURRENT-ACCOUNT
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ RESTRICTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF RST-ACCOUNT NOT = WS-CURRENT-ACCOUNT
                           IF WS-CURRENT-ACCOUNT NOT = 0
                               PERFORM WRITE-ACCOUNT-FOOTER
                           END-IF
                           MOVE RST-ACCOUNT TO WS-CURRENT-ACCOUNT
                           PERFORM WRITE-ACCOUNT-HEADER
                       END-IF
                       PERFORM WRITE-RESTRICTION-LINE
               END-READ
           END-PERFORM
           IF WS-CURRENT-ACCOUNT NOT = 0
               PERFORM WRITE-ACCOUNT-FOOTER
           END-IF
           .

       WRITE-ACCOUNT-HEADER.
           ADD 1 TO WS-ACCOUNTS-LISTED
           MOVE 0 TO WS-ACCOUNT-ACTIVE-COUNT
           MOVE SPACES TO WS-HOLDER-NAME
           MOVE "?" TO WS-ACCOUNT-STATE
           MOVE WS-CURRENT-ACCOUNT TO ACCOUNT-NUMBER
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "*** NOT ON THE ACCOUNT FILE ***"
                       TO WS-HOLDER-NAME
               NOT INVALID KEY
                   MOVE ACCOUNT-STATUS TO WS-ACCOUNT-STATE
                   PERFORM FIND-HOLDER-NAME
           END-READ
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCOUNT " WS-CURRENT-ACCOUNT "  "
               WS-HOLDER-NAME "  STATUS " WS-ACCOUNT-STATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  SEQ  TYPE REASON STATE    PLACED   BY         "
               & "LAST DAY ENDED" TO REPORT-LINE
           WRITE REPORT-LINE
           .

       FIND-HOLDER-NAME.
           IF WS-CUSTOMER-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING FUNCTION TRIM(CUSTOMER-LAST-NAME) ", "
                       FUNCTION TRIM(CUSTOMER-FIRST-NAME)
                       DELIMITED BY SIZE INTO WS-HOLDER-NAME
           END-READ
           .

      *    AN ACTIVE ROW PAST ITS LAST DAY NO LONGER BLOCKS ANYTHING
      *    EVEN IF THE EXPIRY RUN HAS NOT YET MARKED IT
       WRITE-RESTRICTION-LINE.
           EVALUATE TRUE
               WHEN RST-STATUS = "L"
                   MOVE "LIFTED" TO WS-STATE-TEXT
               WHEN RST-STATUS = "E"
                   MOVE "EXPIRED" TO WS-STATE-TEXT
               WHEN RST-EXPIRY-DATE NOT = 0
                   AND RST-EXPIRY-DATE < WS-TODAY-DATE
                   MOVE "LAPSED" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-STATE-TEXT
                   PERFORM COUNT-ACTIVE-RESTRICTION
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           IF RST-STATUS = "A"
               STRING "  " RST-SEQ " " RST-TYPE "    " RST-REASON
                   "     " WS-STATE-TEXT " " RST-PLACED-DATE " "
                   RST-PLACED-BY " " RST-EXPIRY-DATE
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " RST-SEQ " " RST-TYPE "    " RST-REASON
                   "     " WS-STATE-TEXT " " RST-PLACED-DATE " "
                   RST-PLACED-BY " " RST-EXPIRY-DATE " "
                   RST-LIFTED-DATE " " FUNCTION TRIM(RST-LIFTED-BY)
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           IF RST-NOTE NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "       " RST-NOTE
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       COUNT-ACTIVE-RESTRICTION.
           ADD 1 TO WS-ACCOUNT-ACTIVE-COUNT
           ADD 1 TO WS-ACTIVE-TOTAL
           EVALUATE RST-TYPE
               WHEN "D"
                   ADD 1 TO WS-ACTIVE-DEBIT
               WHEN "C"
                   ADD 1 TO WS-ACTIVE-CREDIT
               WHEN "X"
                   ADD 1 TO WS-ACTIVE-EXTERNAL
               WHEN "O"
                   ADD 1 TO WS-ACTIVE-ONLINE
               WHEN "K"
                   ADD 1 TO WS-ACTIVE-CARD
           END-EVALUATE
           .

       WRITE-ACCOUNT-FOOTER.
           IF WS-ACCOUNT-ACTIVE-COUNT > 0
               ADD 1 TO WS-ACCOUNTS-RESTRICTED
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-ACCOUNT-ACTIVE-COUNT
               " RESTRICTION(S) IN FORCE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       REPORT-FROZEN-ACCOUNTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNTS FROZEN BY ACCOUNT STATUS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO ACCOUNT-NUMBER
           START ACCOUNT-FILE KEY >= ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF ACCOUNT-STATUS = "F"
                           ADD 1 TO WS-FROZEN-COUNT
                           MOVE SPACES TO WS-HOLDER-NAME
                           PERFORM FIND-HOLDER-NAME
                           MOVE SPACES TO REPORT-LINE
                           STRING "  ACCOUNT " ACCOUNT-NUMBER "  "
                               WS-HOLDER-NAME
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FROZEN-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           .

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS WITH RESTRICTIONS ON FILE  "
               WS-ACCOUNTS-LISTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS CURRENTLY RESTRICTED       "
               WS-ACCOUNTS-RESTRICTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ACTIVE RESTRICTIONS                 "
               WS-ACTIVE-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    NO DEBITS                         "
               WS-ACTIVE-DEBIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    NO CREDITS                        "
               WS-ACTIVE-CREDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    NO EXTERNAL TRANSFERS             "
               WS-ACTIVE-EXTERNAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    NO ONLINE                         "
               WS-ACTIVE-ONLINE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    NO CARD                           "
               WS-ACTIVE-CARD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNTS FROZEN BY STATUS           "
               WS-FROZEN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       CLOSE-INPUT-FILES.
           CLOSE ACCOUNT-FILE
           IF WS-RESTRICTION-OPEN = "Y"
               CLOSE RESTRICTION-FILE
           END-IF
           IF WS-CUSTOMER-OPEN = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           .

       END PROGRAM RESTRICTION-REPORT.
