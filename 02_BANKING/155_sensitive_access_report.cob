       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSITIVE-ACCESS-REPORT.

      *    DAILY REPORT TO THE COMPLIANCE OFFICER OF EVERY VIEW OF A
      *    SENSITIVE ACCOUNT OR CUSTOMER ON THE BUSINESS DATE, FROM
      *    THE ACCESS ROWS SENSITIVE-ACCESS-LOG WRITES
      *    (SENSITIVE-ACCESS-RECORD.cpy) - WHO LOOKED, FROM WHICH
      *    TERMINAL, WHEN AND THROUGH WHICH SCREEN. A VIEW FROM A
      *    TERMINAL IN A BRANCH OTHER THAN THE ACCOUNT'S OWN
      *    ACCOUNT-BRANCH IS MARKED "*" AND COUNTED - THAT IS THE
      *    ONE WITH THE LEAST EXCUSE. A CUSTOMER VIEWED WITHOUT AN
      *    ACCOUNT, OR A TERMINAL NOT ON THE TERMINAL MASTER, HAS NO
      *    BRANCH TO COMPARE AND IS NEVER MARKED.
      *    WRITES 02_BANKING/sensitive_access_report.txt.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-FILE
               ASSIGN TO "02_BANKING/sensitive_access.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAX-KEY
               FILE STATUS IS WS-ACCESS-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/sensitive_access_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-FILE.
           COPY "SENSITIVE-ACCESS-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACCESS-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-ACCESS-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-MARK PIC X(2).
       01 WS-ACCESS-COUNT PIC 9(7) VALUE 0.
       01 WS-OTHER-BRANCH-COUNT PIC 9(7) VALUE 0.
       01 WS-ACCOUNT-VIEW-COUNT PIC 9(7) VALUE 0.
       01 WS-CUSTOMER-VIEW-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

      *    NO ACCESS FILE YET SIMPLY MEANS NOTHING SENSITIVE WAS
      *    EVER VIEWED - THE REPORT STILL GOES OUT, EMPTY
           OPEN INPUT ACCESS-FILE
           IF WS-ACCESS-STATUS = "00"
               MOVE "Y" TO WS-ACCESS-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               IF WS-ACCESS-OPEN = "Y"
                   CLOSE ACCESS-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "SENSITIVE ACCOUNT ACCESS REPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "FOR THE COMPLIANCE OFFICER" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  * = VIEWED FROM A BRANCH OTHER THAN THE ACCOUNT'S "
               & "OWN" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  TIME     TELLER     TERMINAL   ACCOUNT   CUST  RS "
               & "ACB ACC SCREEN" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-ACCESS-OPEN = "Y"
               PERFORM REPORT-ACCESS-ROWS
               CLOSE ACCESS-FILE
           END-IF
           IF WS-ACCESS-COUNT = 0
               MOVE "  NO SENSITIVE ACCOUNTS OR CUSTOMERS WERE VIEWED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-SUMMARY

           CLOSE REPORT-FILE
           DISPLAY "SENSITIVE ACCESS REPORT COMPLETE - "
               WS-ACCESS-COUNT " VIEWS, "
               WS-OTHER-BRANCH-COUNT " FROM ANOTHER BRANCH"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    THE ACCESS FILE IS KEYED DATE FIRST, SO THE DAY IS ONE
      *    CONTIGUOUS SLICE IN TIME ORDER
       REPORT-ACCESS-ROWS.
           MOVE "N" TO WS-FILE-EOF
           MOVE LOW-VALUES TO SAX-KEY
           MOVE WS-TODAY-DATE TO SAX-DATE
           START ACCESS-FILE KEY >= SAX-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ ACCESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF SAX-DATE NOT = WS-TODAY-DATE
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           PERFORM WRITE-ACCESS-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-ACCESS-LINE.
           ADD 1 TO WS-ACCESS-COUNT
           IF SAX-ACCOUNT = 0
               ADD 1 TO WS-CUSTOMER-VIEW-COUNT
           ELSE
               ADD 1 TO WS-ACCOUNT-VIEW-COUNT
           END-IF
           MOVE SPACES TO WS-MARK
           IF SAX-ACCOUNT-BRANCH NOT = SPACES
               AND SAX-ACCESS-BRANCH NOT = SPACES
               AND SAX-ACCESS-BRANCH NOT = SAX-ACCOUNT-BRANCH
               MOVE "* " TO WS-MARK
               ADD 1 TO WS-OTHER-BRANCH-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-MARK SAX-TIME(1:6) "   " SAX-TELLER-ID " "
               SAX-TERMINAL-ID " " SAX-ACCOUNT " " SAX-CUSTOMER-ID
               " " SAX-REASON " " SAX-ACCOUNT-BRANCH " "
               SAX-ACCESS-BRANCH " " SAX-SCREEN(1:17)
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  VIEWS LOGGED                        "
               WS-ACCESS-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    OF AN ACCOUNT                     "
               WS-ACCOUNT-VIEW-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    OF A CUSTOMER ALONE               "
               WS-CUSTOMER-VIEW-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  VIEWED FROM ANOTHER BRANCH (*)      "
               WS-OTHER-BRANCH-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM SENSITIVE-ACCESS-REPORT.
