       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLAINT-OVERDUE-REPORT.

      *    DAILY LIST OF EVERY COMPLAINT STILL OPEN ON THE COMPLAINT
      *    REGISTER (COMPLAINT-RECORD.cpy) THAT HAS MISSED A
      *    DEADLINE - NOT ACKNOWLEDGED BY ITS ACK-DUE DATE, OR NOT
      *    CLOSED BY ITS RESOLVE-BY DATE - WITH ITS OWNER AND HOW
      *    MANY DAYS LATE IT IS, SO EACH OWNER CAN BE CHASED. A
      *    COMPLAINT PAST ITS RESOLUTION DEADLINE IS LISTED ONCE,
      *    AS "RESOLVE", WHETHER OR NOT IT WAS ACKNOWLEDGED. THOSE
      *    THAT FALL DUE IN THE NEXT FEW DAYS ARE COUNTED IN THE
      *    SUMMARY. WRITES 02_BANKING/complaint_overdue_report.txt.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAINT-FILE
               ASSIGN TO "02_BANKING/complaints.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-ID
               ALTERNATE RECORD KEY IS CMP-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-COMPLAINT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/complaint_overdue_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COMPLAINT-FILE.
           COPY "COMPLAINT-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-COMPLAINT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-COMPLAINT-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INTEGER PIC 9(9).
       01 WS-SOON-DATE PIC 9(8).
       01 WS-SOON-DAYS PIC 9(3) VALUE 7.
       01 WS-DEADLINE PIC X(7).
       01 WS-DAYS-LATE PIC 9(5).
       01 WS-DAYS-LATE-DISPLAY PIC ZZZZ9.
       01 WS-OPEN-COUNT PIC 9(7) VALUE 0.
       01 WS-ACK-LATE-COUNT PIC 9(7) VALUE 0.
       01 WS-RESOLVE-LATE-COUNT PIC 9(7) VALUE 0.
       01 WS-DUE-SOON-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-SOON-DATE = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INTEGER + WS-SOON-DAYS)

      *    NO COMPLAINT FILE YET MEANS NO COMPLAINT WAS EVER TAKEN -
      *    THE REPORT STILL GOES OUT, EMPTY
           OPEN INPUT COMPLAINT-FILE
           IF WS-COMPLAINT-STATUS = "00"
               MOVE "Y" TO WS-COMPLAINT-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               IF WS-COMPLAINT-OPEN = "Y"
                   CLOSE COMPLAINT-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "OVERDUE COMPLAINTS - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  ID     CUST  CAT BR  OWNER      RECEIVED MISSED  "
               & "DUE      DAYS LATE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-COMPLAINT-OPEN = "Y"
               PERFORM REPORT-OPEN-COMPLAINTS
               CLOSE COMPLAINT-FILE
           END-IF
           IF WS-ACK-LATE-COUNT = 0 AND WS-RESOLVE-LATE-COUNT = 0
               MOVE "  NO OPEN COMPLAINT HAS MISSED A DEADLINE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-SUMMARY

           CLOSE REPORT-FILE
           DISPLAY "COMPLAINT OVERDUE REPORT COMPLETE - "
               WS-RESOLVE-LATE-COUNT " PAST RESOLUTION, "
               WS-ACK-LATE-COUNT " UNACKNOWLEDGED"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       REPORT-OPEN-COMPLAINTS.
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO CMP-ID
           START COMPLAINT-FILE KEY >= CMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ COMPLAINT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CMP-STATUS NOT = "C"
                           PERFORM CHECK-COMPLAINT-DEADLINES
                       END-IF
               END-READ
           END-PERFORM
           .

       CHECK-COMPLAINT-DEADLINES.
           ADD 1 TO WS-OPEN-COUNT
           IF CMP-RESOLVE-DUE-DATE < WS-TODAY-DATE
               MOVE "RESOLVE" TO WS-DEADLINE
               ADD 1 TO WS-RESOLVE-LATE-COUNT
               COMPUTE WS-DAYS-LATE = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(CMP-RESOLVE-DUE-DATE)
               PERFORM WRITE-OVERDUE-LINE
               EXIT PARAGRAPH
           END-IF
           IF CMP-ACK-DATE = 0 AND CMP-ACK-DUE-DATE < WS-TODAY-DATE
               MOVE "ACK" TO WS-DEADLINE
               ADD 1 TO WS-ACK-LATE-COUNT
               COMPUTE WS-DAYS-LATE = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(CMP-ACK-DUE-DATE)
               PERFORM WRITE-OVERDUE-LINE
               EXIT PARAGRAPH
           END-IF
           IF CMP-RESOLVE-DUE-DATE <= WS-SOON-DATE
               ADD 1 TO WS-DUE-SOON-COUNT
           END-IF
           .

       WRITE-OVERDUE-LINE.
           MOVE WS-DAYS-LATE TO WS-DAYS-LATE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF WS-DEADLINE = "RESOLVE"
               STRING "  " CMP-ID " " CMP-CUSTOMER-ID " "
                   CMP-CATEGORY "  " CMP-BRANCH " " CMP-OWNER-ID " "
                   CMP-RECEIVED-DATE " " WS-DEADLINE " "
                   CMP-RESOLVE-DUE-DATE " " WS-DAYS-LATE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "  " CMP-ID " " CMP-CUSTOMER-ID " "
                   CMP-CATEGORY "  " CMP-BRANCH " " CMP-OWNER-ID " "
                   CMP-RECEIVED-DATE " " WS-DEADLINE " "
                   CMP-ACK-DUE-DATE " " WS-DAYS-LATE-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
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
           STRING "  COMPLAINTS OPEN                     "
               WS-OPEN-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  PAST THE RESOLUTION DEADLINE        "
               WS-RESOLVE-LATE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  NOT ACKNOWLEDGED IN TIME            "
               WS-ACK-LATE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  DUE FOR RESOLUTION WITHIN " WS-SOON-DAYS
               " DAYS   " WS-DUE-SOON-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM COMPLAINT-OVERDUE-REPORT.
