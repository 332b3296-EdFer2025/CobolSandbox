       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHORITY-OVERRIDE-LOG.

      *    REUSABLE SUBPROGRAM: WRITES ONE AUTHORITY OVERRIDE ROW
      *    (AUTHORITY-OVERRIDE-RECORD.cpy) WHEN A SUPERVISOR HAS LET
      *    A TELLER GO PAST A CEILING IN THE AUTHORITY MATRIX. THE
      *    CALLER HAS ALREADY VERIFIED THE SUPERVISOR; THIS ONLY
      *    RECORDS IT, WITH THE BRANCH OF THE TERMINAL IT HAPPENED
      *    AT. CALLED BY BANKING AND OFFICIAL-INSTRUMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OVERRIDE-FILE
               ASSIGN TO "02_BANKING/authority_overrides.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AOV-KEY
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT TERMINAL-FILE
               ASSIGN TO "02_BANKING/terminals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRM-TERMINAL-ID
               FILE STATUS IS WS-TERMINAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERRIDE-FILE.
           COPY "AUTHORITY-OVERRIDE-RECORD.cpy".

       FD TERMINAL-FILE.
           COPY "TERMINAL-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OVERRIDE-STATUS PIC XX.
       01 WS-TERMINAL-STATUS PIC XX.
       01 WS-WRITTEN PIC X.

       LINKAGE SECTION.
       01 LK-TELLER-ID PIC X(10).
       01 LK-SUPERVISOR-ID PIC X(10).
       01 LK-ACTIVITY PIC 9.
       01 LK-AMOUNT PIC 9(9)V99.
       01 LK-CEILING PIC 9(9)V99.
       01 LK-DAILY-BREACH PIC X.
       01 LK-ACCOUNT PIC 9(9).
       01 LK-TERMINAL-ID PIC X(10).

       PROCEDURE DIVISION USING LK-TELLER-ID LK-SUPERVISOR-ID
           LK-ACTIVITY LK-AMOUNT LK-CEILING LK-DAILY-BREACH
           LK-ACCOUNT LK-TERMINAL-ID.
       MAIN-LOGIC.
           MOVE SPACES TO AOV-BRANCH
           OPEN INPUT TERMINAL-FILE
           IF WS-TERMINAL-STATUS = "00"
               MOVE LK-TERMINAL-ID TO TRM-TERMINAL-ID
               READ TERMINAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TRM-BRANCH-CODE TO AOV-BRANCH
               END-READ
               CLOSE TERMINAL-FILE
           END-IF

           OPEN I-O OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "35"
               OPEN OUTPUT OVERRIDE-FILE
               CLOSE OVERRIDE-FILE
               OPEN I-O OVERRIDE-FILE
           END-IF
           IF WS-OVERRIDE-STATUS NOT = "00"
               DISPLAY "*** AUTHORITY OVERRIDE LOG I/O ERROR - "
                   "STATUS: " WS-OVERRIDE-STATUS " ***"
               EXIT PROGRAM
           END-IF
           CALL "BUSINESS-DATE" USING AOV-DATE
           ACCEPT AOV-TIME FROM TIME
           MOVE LK-TELLER-ID TO AOV-TELLER-ID
           MOVE LK-SUPERVISOR-ID TO AOV-SUPERVISOR-ID
           MOVE LK-ACTIVITY TO AOV-ACTIVITY
           MOVE LK-AMOUNT TO AOV-AMOUNT
           MOVE LK-CEILING TO AOV-CEILING
           MOVE LK-DAILY-BREACH TO AOV-DAILY-BREACH
           MOVE LK-ACCOUNT TO AOV-ACCOUNT
           MOVE LK-TERMINAL-ID TO AOV-TERMINAL-ID
           MOVE "N" TO WS-WRITTEN
           MOVE 0 TO AOV-SEQ
           PERFORM UNTIL WS-WRITTEN = "Y" OR AOV-SEQ = 99
               WRITE AUTHORITY-OVERRIDE-RECORD
                   INVALID KEY
                       ADD 1 TO AOV-SEQ
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITTEN
               END-WRITE
           END-PERFORM
           IF WS-WRITTEN = "N"
               DISPLAY "*** AUTHORITY OVERRIDE LOG I/O ERROR - "
                   "STATUS: " WS-OVERRIDE-STATUS " ***"
           END-IF
           CLOSE OVERRIDE-FILE
           EXIT PROGRAM.

       END PROGRAM AUTHORITY-OVERRIDE-LOG.
