       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-DEADLINE-REPORT.

      *    DAILY LIST OF EVERY INVESTIGATION CASE STILL OPEN ON THE
      *    SUSPICIOUS ACTIVITY CASE FILE (SAR-CASE-RECORD.cpy) THAT
      *    IS PAST ITS REGULATORY FILING DATE, OR WILL REACH IT
      *    WITHIN SAR-WARN-DAYS (FALLBACK 7), WITH ITS INVESTIGATOR
      *    AND HOW MANY DAYS ARE LEFT OR HAVE BEEN LOST, SO EACH
      *    INVESTIGATOR CAN BE CHASED BEFORE A FILING IS MISSED.
      *    CASES CLOSED TO FILE THAT HAVE NOT YET GONE OUT IN A
      *    FILING EXTRACT ARE COUNTED IN THE SUMMARY. WRITES
      *    02_BANKING/case_deadline_report.txt.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE
               ASSIGN TO "02_BANKING/sar_cases.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAR-CASE-ID
               ALTERNATE RECORD KEY IS SAR-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-CASE-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/case_deadline_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CASE-FILE.
           COPY "SAR-CASE-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CASE-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CASE-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(9).
       01 WS-SOON-DATE PIC 9(8).
       01 WS-SOON-DAYS PIC 9(3) VALUE 7.
       01 WS-STATE PIC X(7).
       01 WS-DAYS PIC 9(5).
       01 WS-DAYS-DISPLAY PIC ZZZZ9.
       01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 WS-DUE-SOON-COUNT PIC 9(7) VALUE 0.
       01 WS-AWAITING-COUNT PIC 9(7) VALUE 0.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "SAR-WARN-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-SOON-DAYS
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-SOON-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INTEGER + WS-SOON-DAYS)

      *    NO CASE FILE YET MEANS NO CASE WAS EVER OPENED - THE
      *    REPORT STILL GOES OUT, EMPTY
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "00"
               MOVE "Y" TO WS-CASE-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               IF WS-CASE-OPEN = "Y"
                   CLOSE CASE-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "INVESTIGATION CASE FILING DEADLINES - "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  CASE   CUST  INVESTIGATOR DETECTED FILE-BY  "
               & "STATE    DAYS HITS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-CASE-OPEN = "Y"
               PERFORM REPORT-CASES
               CLOSE CASE-FILE
           END-IF
           IF WS-OVERDUE-COUNT = 0 AND WS-DUE-SOON-COUNT = 0
               MOVE "  NO OPEN CASE IS NEAR OR PAST ITS FILING DATE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-SUMMARY

           CLOSE REPORT-FILE
           DISPLAY "CASE DEADLINE REPORT COMPLETE - "
               WS-OVERDUE-COUNT " OVERDUE, "
               WS-DUE-SOON-COUNT " DUE WITHIN " WS-SOON-DAYS " DAYS"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       REPORT-CASES.
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO SAR-CASE-ID
           START CASE-FILE KEY >= SAR-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ CASE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF SAR-STATUS = "O"
                           PERFORM CHECK-CASE-DEADLINE
                       ELSE
                           IF SAR-DECISION = "F"
                               AND SAR-FILED-DATE = 0
                               ADD 1 TO WS-AWAITING-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       CHECK-CASE-DEADLINE.
           ADD 1 TO WS-OPEN-COUNT
           IF SAR-FILING-DUE-DATE < WS-TODAY-DATE
               MOVE "OVERDUE" TO WS-STATE
               ADD 1 TO WS-OVERDUE-COUNT
               COMPUTE WS-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(SAR-FILING-DUE-DATE)
               PERFORM WRITE-CASE-LINE
               EXIT PARAGRAPH
           END-IF
           IF SAR-FILING-DUE-DATE <= WS-SOON-DATE
               MOVE "DUE IN" TO WS-STATE
               ADD 1 TO WS-DUE-SOON-COUNT
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(SAR-FILING-DUE-DATE)
                   - WS-TODAY-INTEGER
               PERFORM WRITE-CASE-LINE
           END-IF
           .

       WRITE-CASE-LINE.
           MOVE WS-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  " SAR-CASE-ID " " SAR-CUSTOMER-ID " "
               SAR-INVESTIGATOR "   " SAR-DETECTED-DATE " "
               SAR-FILING-DUE-DATE " " WS-STATE " "
               WS-DAYS-DISPLAY " " SAR-HIT-COUNT
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
           STRING "  CASES OPEN                          "
               WS-OPEN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PAST THE FILING DATE                "
               WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  DUE FOR FILING WITHIN " WS-SOON-DAYS
               " DAYS       " WS-DUE-SOON-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CLOSED TO FILE, NOT YET SENT        "
               WS-AWAITING-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM CASE-DEADLINE-REPORT.
