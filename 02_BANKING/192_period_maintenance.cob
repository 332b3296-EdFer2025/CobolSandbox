       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-MAINTENANCE.

      *    SUPERVISOR SCREEN OVER THE ACCOUNTING PERIOD CONTROL FILE
      *    (PERIOD-CONTROL-RECORD.cpy). LISTS EVERY MONTH MONTH-END-
      *    CLOSE HAS CLOSED, AND LETS A VERIFIED SUPERVISOR REOPEN
      *    ONE - WITH A REASON - SO A CORRECTION CAN BE POSTED INTO
      *    IT AT ITS PROPER DATE INSTEAD OF AS A PRIOR-PERIOD
      *    ADJUSTMENT. EVERY REOPEN LEAVES AN AUDIT MASTER ROW:
      *    ACTION "PREOPN", AUD-TERMINAL "PDyyyymm" (WHAT AUDIT-
      *    INQUIRY FILTERS ON), STATUS "C" TO "O", AND THE SUPERVISOR
      *    AS AUD-TELLER.
      *
      *    THERE IS NO CLOSE OPTION HERE: A REOPENED MONTH IS CLOSED
      *    AGAIN BY RUNNING MONTH-END-CLOSE FOR IT, WHICH ALSO
      *    REBUILDS THE MONTH'S SUMMARIES WITH WHATEVER WAS POSTED
      *    WHILE IT WAS OPEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE
               ASSIGN TO "02_BANKING/period_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-MONTH
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT AUDIT-MASTER-FILE
               ASSIGN TO "02_BANKING/audit_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-ID
               FILE STATUS IS WS-AUDIT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
           COPY "PERIOD-CONTROL-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD AUDIT-MASTER-FILE.
           COPY "AUDIT-MASTER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-AUDIT-MASTER-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.
       01 WS-AUDIT-MASTER-EOF PIC X.
       01 WS-OPTION PIC 9.
       01 WS-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-REVIEWER-ID PIC X(10).
       01 WS-REVIEWER-PIN PIC 9(4).
       01 WS-SIGNON-OK PIC X VALUE "N".
       01 WS-TELLER-MAX-FAILS PIC 9 VALUE 3.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
       01 WS-CONFIRM PIC X.
       01 WS-NEXT-AUDIT-ID PIC 9(7) VALUE 1.
       01 WS-REOPEN-MONTH PIC 9(6).
       01 WS-REOPEN-REASON PIC X(40).
       01 WS-STATUS-TEXT PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "TELLER-MAX-FAILS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-TELLER-MAX-FAILS
           END-IF

           OPEN I-O TELLER-FILE
           IF WS-TELLER-STATUS NOT = "00"
               DISPLAY "*** NO TELLER MASTER ON FILE - REOPENING A "
                   "PERIOD NEEDS A VERIFIED SUPERVISOR ***"
               STOP RUN
           END-IF
           DISPLAY "SUPERVISOR ID:                 "
               WITH NO ADVANCING
           ACCEPT WS-REVIEWER-ID
           DISPLAY "PIN:                           "
               WITH NO ADVANCING
           ACCEPT WS-REVIEWER-PIN
           PERFORM VERIFY-SUPERVISOR
           CLOSE TELLER-FILE
           IF WS-SIGNON-OK = "N"
               DISPLAY "SIGN-ON FAILED OR NOT A SUPERVISOR - "
                   "SESSION ENDED"
               STOP RUN
           END-IF

           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS = "35"
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE PERIOD CONTROL FILE - "
                   "STATUS: " WS-PERIOD-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O AUDIT-MASTER-FILE
           IF WS-AUDIT-MASTER-STATUS = "35"
               OPEN OUTPUT AUDIT-MASTER-FILE
               CLOSE AUDIT-MASTER-FILE
               OPEN I-O AUDIT-MASTER-FILE
           END-IF
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE AUDIT MASTER - "
                   "STATUS: " WS-AUDIT-MASTER-STATUS " ***"
               CLOSE PERIOD-FILE
               STOP RUN
           END-IF
           PERFORM SEED-NEXT-AUDIT-ID

           PERFORM UNTIL WS-OPTION = 3
               DISPLAY " "
               DISPLAY "ACCOUNTING PERIODS - SELECT AN OPTION:"
               DISPLAY "   1. LIST CLOSED AND REOPENED PERIODS"
               DISPLAY "   2. REOPEN A CLOSED PERIOD"
               DISPLAY "   3. TERMINATE"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM LIST-PERIODS
                   WHEN 2
                       PERFORM REOPEN-PERIOD
                   WHEN 3
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE PERIOD-FILE
           CLOSE AUDIT-MASTER-FILE
           STOP RUN.

      *    THE SAME DISCIPLINE AS THE TELLER WINDOW: A LOCKED ID IS
      *    REFUSED OUTRIGHT, A WRONG PIN BUMPS THE FAIL COUNT AND
      *    LOCKS THE ID AT THE CONFIGURED LIMIT.
       VERIFY-SUPERVISOR.
           MOVE WS-REVIEWER-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "UNKNOWN TELLER ID"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN TELLER-ACTIVE NOT = "Y"
                   DISPLAY "THIS TELLER ID IS NOT ACTIVE"
               WHEN TELLER-LOCKED = "Y"
                   DISPLAY "THIS TELLER ID IS LOCKED - ASK A "
                       "SUPERVISOR TO UNLOCK IT IN TELLER "
                       "MAINTENANCE"
               WHEN TELLER-PIN NOT = WS-REVIEWER-PIN
                   ADD 1 TO TELLER-FAIL-COUNT
                   IF TELLER-FAIL-COUNT >= WS-TELLER-MAX-FAILS
                       MOVE "Y" TO TELLER-LOCKED
                       DISPLAY "WRONG PIN - THIS ID IS NOW LOCKED"
                   ELSE
                       DISPLAY "WRONG PIN"
                   END-IF
                   REWRITE TELLER-RECORD
               WHEN TELLER-ROLE NOT = "S"
                   MOVE 0 TO TELLER-FAIL-COUNT
                   REWRITE TELLER-RECORD
                   DISPLAY "NOT A SUPERVISOR"
               WHEN OTHER
                   MOVE 0 TO TELLER-FAIL-COUNT
                   REWRITE TELLER-RECORD
                   MOVE "Y" TO WS-SIGNON-OK
           END-EVALUATE
           .

       LIST-PERIODS.
           DISPLAY "MONTH   STATUS    CLOSED    BY          REOPENED  "
               "BY          TIMES"
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-FILE-EOF
           MOVE 0 TO PCTL-MONTH
           START PERIOD-FILE KEY >= PCTL-MONTH
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ PERIOD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       IF PCTL-STATUS = "C"
                           MOVE "CLOSED" TO WS-STATUS-TEXT
                       ELSE
                           MOVE "REOPENED" TO WS-STATUS-TEXT
                       END-IF
                       DISPLAY PCTL-MONTH "  " WS-STATUS-TEXT "  "
                           PCTL-CLOSED-DATE "  " PCTL-CLOSED-BY "  "
                           PCTL-REOPENED-DATE "  " PCTL-REOPENED-BY
                           "  " PCTL-REOPEN-COUNT
                       IF PCTL-STATUS NOT = "C"
                           DISPLAY "        REASON: "
                               PCTL-REOPEN-REASON
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-ROW-COUNT " PERIODS ON FILE - A MONTH NOT "
               "LISTED HAS NEVER BEEN CLOSED"
           .

       REOPEN-PERIOD.
           DISPLAY "MONTH TO REOPEN (YYYYMM):      "
               WITH NO ADVANCING
           ACCEPT WS-REOPEN-MONTH
           MOVE WS-REOPEN-MONTH TO PCTL-MONTH
           READ PERIOD-FILE
               INVALID KEY
                   DISPLAY "PERIOD " WS-REOPEN-MONTH " HAS NEVER "
                       "BEEN CLOSED - NOTHING TO REOPEN"
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF PCTL-STATUS NOT = "C"
               DISPLAY "PERIOD " WS-REOPEN-MONTH " IS ALREADY OPEN "
                   "(REOPENED " PCTL-REOPENED-DATE " BY "
                   PCTL-REOPENED-BY ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "REASON FOR REOPENING:          "
               WITH NO ADVANCING
           ACCEPT WS-REOPEN-REASON
           IF WS-REOPEN-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - PERIOD LEFT CLOSED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "POSTINGS DATED INTO " WS-REOPEN-MONTH " WILL BE "
               "ACCEPTED UNTIL MONTH-END-CLOSE IS RUN FOR IT AGAIN."
           DISPLAY "REOPEN PERIOD " WS-REOPEN-MONTH "? (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "PERIOD LEFT CLOSED"
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO PCTL-STATUS
           MOVE WS-TODAY-DATE TO PCTL-REOPENED-DATE
           MOVE WS-REVIEWER-ID TO PCTL-REOPENED-BY
           MOVE WS-REOPEN-REASON TO PCTL-REOPEN-REASON
           ADD 1 TO PCTL-REOPEN-COUNT
           REWRITE PERIOD-CONTROL-RECORD
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "*** COULD NOT REOPEN PERIOD " WS-REOPEN-MONTH
                   " - STATUS: " WS-PERIOD-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REOPEN-AUDIT-ROW
           DISPLAY "PERIOD " WS-REOPEN-MONTH " REOPENED"
           .

      *================================================================
      *    AUDIT MASTER
      *================================================================
       SEED-NEXT-AUDIT-ID.
           MOVE "N" TO WS-AUDIT-MASTER-EOF
           MOVE 0 TO AUD-ID
           START AUDIT-MASTER-FILE KEY >= AUD-ID
               INVALID KEY
                   MOVE "Y" TO WS-AUDIT-MASTER-EOF
           END-START
           PERFORM UNTIL WS-AUDIT-MASTER-EOF = "Y"
               READ AUDIT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUDIT-MASTER-EOF
                   NOT AT END
                       IF AUD-ID >= WS-NEXT-AUDIT-ID
                           COMPUTE WS-NEXT-AUDIT-ID = AUD-ID + 1
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-REOPEN-AUDIT-ROW.
           INITIALIZE AUDIT-MASTER-RECORD
           MOVE WS-NEXT-AUDIT-ID TO AUD-ID
           ADD 1 TO WS-NEXT-AUDIT-ID
           MOVE WS-TODAY-DATE TO AUD-DATE
           ACCEPT AUD-TIME FROM TIME
           MOVE WS-REVIEWER-ID TO AUD-TELLER
           MOVE SPACES TO AUD-TERMINAL
           STRING "PD" WS-REOPEN-MONTH
               DELIMITED BY SIZE INTO AUD-TERMINAL
           MOVE "PREOPN" TO AUD-ACTION
           MOVE 0 TO AUD-ACCOUNT
           MOVE "C" TO AUD-OLD-STATUS
           MOVE "O" TO AUD-NEW-STATUS
           WRITE AUDIT-MASTER-RECORD
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE AUDIT ROW - "
                   "STATUS: " WS-AUDIT-MASTER-STATUS " ***"
           ELSE
               DISPLAY "AUDIT ROW " AUD-ID " WRITTEN"
           END-IF
           .

       END PROGRAM PERIOD-MAINTENANCE.
