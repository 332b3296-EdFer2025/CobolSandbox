      *    NOW MATCHES AN ACTIVE ENTRY - ADD-CUSTOMER ONLY SCREENS
      *    PEOPLE AS THEY ARRIVE, SO A NAME ADDED TO THE LIST TODAY
      *    WOULD OTHERWISE NEVER BE CHECKED AGAINST THE BOOK.
      *    EVERY ACTIVE BENEFICIAL OWNER ON THE OWNERSHIP REGISTER
      *    IS THEN SCREENED AGAIN AND REPORTED AGAINST THE BUSINESS
      *    IT OWNS OR CONTROLS, SO A HIT ON AN OWNER IS SEEN AS A HIT
      *    ON THE COMPANY ACCOUNT TOO. EVERY MATCH IS ALSO LOGGED
      *    THROUGH COMPLIANCE-HIT-LOG, KEYED BY THE WATCHLIST ENTRY
      *    (AND THE OWNER, FOR AN OWNER MATCH LOGGED AGAINST THE
      *    BUSINESS), SO A MATCH SEEN BY EVERY SWEEP IS LOGGED ONCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OWNER-FILE
               ASSIGN TO "02_BANKING/beneficial_owners.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOW-KEY
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/watchlist_sweep_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD OWNER-FILE.
           COPY "BENEFICIAL-OWNER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(90).

       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CUSTOMER-COUNT PIC 9(7) VALUE 0.
       01 WS-HIT-COUNT PIC 9(5) VALUE 0.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-OWNER-FILE-EOF PIC X VALUE "N".
       01 WS-OWNER-COUNT PIC 9(7) VALUE 0.
       01 WS-OWNER-HIT-COUNT PIC 9(5) VALUE 0.

      *USED BY THE CALL TO "WATCHLIST-SCREEN"
       01 WS-SCREEN-HIT PIC X.
       01 WS-SCREEN-WATCH-ID PIC 9(5).

      *THE MATCH AS HANDED TO COMPLIANCE-HIT-LOG
       01 WS-HIT-SOURCE PIC X(4) VALUE "WLS".
       01 WS-HIT-SOURCE-REF PIC X(12).
       01 WS-HIT-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-HIT-AMOUNT PIC 9(9)V99 VALUE 0.
       01 WS-HIT-DETAIL PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               END-READ
           END-PERFORM

           PERFORM SCREEN-BENEFICIAL-OWNERS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
               WS-HIT-COUNT " MATCHES"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-OWNER-COUNT " BENEFICIAL OWNERS SCREENED, "
               WS-OWNER-HIT-COUNT " MATCHES"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           CLOSE CUSTOMER-FILE
           CLOSE REPORT-FILE

           DISPLAY "WATCHLIST SWEEP COMPLETE - " WS-CUSTOMER-COUNT
               " CUSTOMERS SCREENED, " WS-HIT-COUNT " MATCHES, "
               WS-OWNER-HIT-COUNT " BENEFICIAL OWNER MATCHES - "
               "SEE 02_BANKING/watchlist_sweep_report.txt"
       STOP RUN.

                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               MOVE SPACES TO WS-HIT-SOURCE-REF
               MOVE WS-SCREEN-WATCH-ID TO WS-HIT-SOURCE-REF
               MOVE SPACES TO WS-HIT-DETAIL
               STRING "NAME MATCHES WATCHLIST ENTRY "
                   WS-SCREEN-WATCH-ID
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               CALL "COMPLIANCE-HIT-LOG" USING WS-HIT-SOURCE
                   WS-HIT-SOURCE-REF CUSTOMER-ID WS-HIT-ACCOUNT
                   WS-TODAY-DATE WS-HIT-AMOUNT WS-HIT-DETAIL
           END-IF
           .

      *    THE OWNER'S NAME COMES FROM THEIR OWN CUSTOMER ROW - AN
      *    OWNER NO LONGER ON THE CUSTOMER FILE CANNOT BE SCREENED
      *    AND IS REPORTED AS SUCH. NO OWNERSHIP FILE MEANS NO
      *    BUSINESS HAS RECORDED ITS OWNERS YET.
       SCREEN-BENEFICIAL-OWNERS.
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OWNER-FILE-EOF
           PERFORM UNTIL WS-OWNER-FILE-EOF = "Y"
               READ OWNER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OWNER-FILE-EOF
                   NOT AT END
                       IF BOW-ACTIVE = "Y"
                           ADD 1 TO WS-OWNER-COUNT
                           PERFORM SCREEN-ONE-OWNER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OWNER-FILE
           .

       SCREEN-ONE-OWNER.
           MOVE BOW-OWNER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING "BENEFICIAL OWNER " BOW-OWNER-ID
                       " OF BUSINESS " BOW-BUSINESS-ID
                       " IS NOT ON THE CUSTOMER FILE - NOT SCREENED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
           END-READ
           CALL "WATCHLIST-SCREEN" USING CUSTOMER-FIRST-NAME
               CUSTOMER-LAST-NAME WS-SCREEN-HIT WS-SCREEN-WATCH-ID
           IF WS-SCREEN-HIT = "Y"
               ADD 1 TO WS-OWNER-HIT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "BENEFICIAL OWNER " BOW-OWNER-ID " "
                   FUNCTION TRIM(CUSTOMER-LAST-NAME) ", "
                   FUNCTION TRIM(CUSTOMER-FIRST-NAME)
                   " OF BUSINESS " BOW-BUSINESS-ID
                   " MATCHES WATCHLIST ENTRY " WS-SCREEN-WATCH-ID
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO WS-HIT-SOURCE-REF
               STRING WS-SCREEN-WATCH-ID "/" BOW-OWNER-ID
                   DELIMITED BY SIZE INTO WS-HIT-SOURCE-REF
               MOVE SPACES TO WS-HIT-DETAIL
               STRING "OWNER " BOW-OWNER-ID
                   " MATCHES WATCHLIST ENTRY " WS-SCREEN-WATCH-ID
                   DELIMITED BY SIZE INTO WS-HIT-DETAIL
               CALL "COMPLIANCE-HIT-LOG" USING WS-HIT-SOURCE
                   WS-HIT-SOURCE-REF BOW-BUSINESS-ID WS-HIT-ACCOUNT
                   WS-TODAY-DATE WS-HIT-AMOUNT WS-HIT-DETAIL
           END-IF
           .

