       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHT-DEPOSIT-REPORT.

      *    NIGHTLY NIGHT-DEPOSIT EXCEPTIONS FROM THE BAG REGISTER
      *    (night_deposits.dat, KEPT BY NIGHT-DEPOSIT -
      *    195_night_deposit.cob). TWO SECTIONS:
      *      - BAGS STILL SEALED PAST THE DEADLINE - MORE THAN
      *        NIGHT-DEP-OPEN-DAYS (FALLBACK BELOW) CALENDAR DAYS
      *        SINCE THEY WERE RECEIVED - WITH THE DAYS WAITING;
      *      - DISCREPANCY HISTORY BY CUSTOMER ACCOUNT: EVERY BAG
      *        OPENED IN THE LAST NIGHT-DEP-HIST-DAYS DAYS WHOSE COUNT
      *        DIFFERED FROM THE SLIP, WITH EACH ACCOUNT'S NUMBER OF
      *        DIFFERENCES AND ITS SHORT AND OVER TOTALS, SO A
      *        CUSTOMER WHO IS SHORT WEEK AFTER WEEK STANDS OUT.
      *    WRITES 02_BANKING/night_deposit_report.txt.
      *
      *    RUNS AS AN END-OF-DAY STEP OR STANDALONE, FOR THE CURRENT
      *    BUSINESS DATE EITHER WAY. GOBACK RETURNS WITH RETURN-CODE
      *    0 (REPORT WRITTEN - NO REGISTER YET IS AN EMPTY REPORT) OR
      *    4 (THE REPORT COULD NOT BE WRITTEN). OVERDUE BAGS ARE FOR
      *    THE BRANCH TO CHASE AND DO NOT STOP THE NIGHT'S RUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAG-FILE
               ASSIGN TO "02_BANKING/night_deposits.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDB-ID
               ALTERNATE RECORD KEY IS NDB-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-BAG-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/night_deposit_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BAG-FILE.
           COPY "NIGHT-DEPOSIT-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BAG-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-BAG-OPEN PIC X VALUE "N".
       01 WS-BAG-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).

      *DAYS A BAG MAY SIT SEALED, AND HOW FAR BACK THE DISCREPANCY
      *HISTORY REACHES - FALLBACKS, OVERRIDDEN BY THE
      *NIGHT-DEP-OPEN-DAYS AND NIGHT-DEP-HIST-DAYS PARAMETER ROWS
       01 WS-OPEN-DAYS PIC 9(3) VALUE 1.
       01 WS-HISTORY-DAYS PIC 9(4) VALUE 365.
       01 WS-HISTORY-FROM-DATE PIC 9(8).
       01 WS-DAYS-SEALED PIC S9(5).
       01 WS-DAYS-DISPLAY PIC ZZZZ9.

      *SCRATCH FIELDS FOR THE CALL TO "BANK-PARAMETERS"
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".

       01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WS-OVERDUE-TOTAL PIC 9(9)V99 VALUE 0.

       01 WS-CURRENT-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-ACCOUNT-DIFFS PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-SHORT PIC S9(9)V99 VALUE 0.
       01 WS-ACCOUNT-OVER PIC S9(9)V99 VALUE 0.
       01 WS-DIFF-ACCOUNTS PIC 9(5) VALUE 0.
       01 WS-DIFF-COUNT PIC 9(5) VALUE 0.
       01 WS-TOTAL-SHORT PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-OVER PIC S9(9)V99 VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-AMOUNT-DISPLAY-2 PIC Z,ZZZ,ZZ9.99.
       01 WS-DIFF-DISPLAY PIC -Z,ZZZ,ZZ9.99.
       01 WS-DIFF-DISPLAY-2 PIC -Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
       01 LK-RUN-MODE PIC X.

       PROCEDURE DIVISION USING LK-RUN-MODE.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           MOVE "NIGHT-DEP-OPEN-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-OPEN-DAYS
           END-IF
           MOVE "NIGHT-DEP-HIST-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-HISTORY-DAYS
           END-IF
           COMPUTE WS-HISTORY-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-HISTORY-DAYS)

           OPEN INPUT BAG-FILE
           IF WS-BAG-STATUS = "00"
               MOVE "Y" TO WS-BAG-OPEN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               IF WS-BAG-OPEN = "Y"
                   CLOSE BAG-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "NIGHT DEPOSIT EXCEPTIONS - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM REPORT-OVERDUE-BAGS
           PERFORM REPORT-DISCREPANCY-HISTORY

           IF WS-BAG-OPEN = "Y"
               CLOSE BAG-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "NIGHT DEPOSIT REPORT COMPLETE - " WS-OVERDUE-COUNT
               " BAGS OVERDUE, " WS-DIFF-ACCOUNTS
               " ACCOUNTS WITH DISCREPANCIES"
           MOVE 0 TO RETURN-CODE
           GOBACK.

       REPORT-OVERDUE-BAGS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BAGS STILL SEALED MORE THAN " WS-OPEN-DAYS
               " DAYS AFTER RECEIPT"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ID      BAG         ACCOUNT    BRANCH RECEIVED  "
               & "RECEIVED BY      DECLARED  DAYS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BAG-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BAG-FILE-EOF
           MOVE 0 TO NDB-ID
           START BAG-FILE KEY >= NDB-ID
               INVALID KEY
                   MOVE "Y" TO WS-BAG-FILE-EOF
           END-START
           PERFORM UNTIL WS-BAG-FILE-EOF = "Y"
               READ BAG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAG-FILE-EOF
                   NOT AT END
                       IF NDB-STATUS = "R"
                           PERFORM REPORT-ONE-SEALED-BAG
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-OVERDUE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING WS-OVERDUE-COUNT " BAGS OVERDUE, DECLARED "
               WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       REPORT-ONE-SEALED-BAG.
           COMPUTE WS-DAYS-SEALED =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(NDB-RECEIVED-DATE)
           IF WS-DAYS-SEALED <= WS-OPEN-DAYS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
           ADD NDB-DECLARED-AMOUNT TO WS-OVERDUE-TOTAL
           MOVE NDB-DECLARED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-DAYS-SEALED TO WS-DAYS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING NDB-ID " " NDB-BAG-NUMBER "  " NDB-ACCOUNT "  "
               NDB-BRANCH "    " NDB-RECEIVED-DATE "  "
               NDB-RECEIVED-BY " " WS-AMOUNT-DISPLAY " "
               WS-DAYS-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

      *    ALTERNATE-KEY ORDER BRINGS EACH ACCOUNT'S BAGS TOGETHER -
      *    A CHANGE OF ACCOUNT CLOSES THE PREVIOUS ONE'S SUBTOTAL
       REPORT-DISCREPANCY-HISTORY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COUNT DISCREPANCIES BY CUSTOMER ACCOUNT - BAGS "
               "OPENED SINCE " WS-HISTORY-FROM-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ACCOUNT    OPENED    BAG          DECLARED      "
               & "COUNTED    DIFFERENCE" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-BAG-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BAG-FILE-EOF
           MOVE 0 TO NDB-ACCOUNT
           START BAG-FILE KEY >= NDB-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-BAG-FILE-EOF
           END-START
           PERFORM UNTIL WS-BAG-FILE-EOF = "Y"
               READ BAG-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAG-FILE-EOF
                   NOT AT END
                       IF NDB-STATUS = "P"
                           AND NDB-DIFFERENCE NOT = 0
                           AND NDB-OPENED-DATE >= WS-HISTORY-FROM-DATE
                           PERFORM REPORT-ONE-DISCREPANCY
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-ACCOUNT-SUBTOTAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-SHORT TO WS-DIFF-DISPLAY
           MOVE WS-TOTAL-OVER TO WS-DIFF-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING WS-DIFF-COUNT " DISCREPANCIES ON " WS-DIFF-ACCOUNTS
               " ACCOUNTS - SHORT " WS-DIFF-DISPLAY "  OVER "
               WS-DIFF-DISPLAY-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       REPORT-ONE-DISCREPANCY.
           IF NDB-ACCOUNT NOT = WS-CURRENT-ACCOUNT
               PERFORM CLOSE-ACCOUNT-SUBTOTAL
               MOVE NDB-ACCOUNT TO WS-CURRENT-ACCOUNT
               ADD 1 TO WS-DIFF-ACCOUNTS
           END-IF
           ADD 1 TO WS-ACCOUNT-DIFFS
           ADD 1 TO WS-DIFF-COUNT
           IF NDB-DIFFERENCE < 0
               ADD NDB-DIFFERENCE TO WS-ACCOUNT-SHORT
               ADD NDB-DIFFERENCE TO WS-TOTAL-SHORT
           ELSE
               ADD NDB-DIFFERENCE TO WS-ACCOUNT-OVER
               ADD NDB-DIFFERENCE TO WS-TOTAL-OVER
           END-IF
           MOVE NDB-DECLARED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE NDB-COUNTED-AMOUNT TO WS-AMOUNT-DISPLAY-2
           MOVE NDB-DIFFERENCE TO WS-DIFF-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING NDB-ACCOUNT "  " NDB-OPENED-DATE "  "
               NDB-BAG-NUMBER " " WS-AMOUNT-DISPLAY " "
               WS-AMOUNT-DISPLAY-2 " " WS-DIFF-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       CLOSE-ACCOUNT-SUBTOTAL.
           IF WS-ACCOUNT-DIFFS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-SHORT TO WS-DIFF-DISPLAY
           MOVE WS-ACCOUNT-OVER TO WS-DIFF-DISPLAY-2
           MOVE SPACES TO REPORT-LINE
           STRING "  ACCOUNT " WS-CURRENT-ACCOUNT ": "
               WS-ACCOUNT-DIFFS " DISCREPANCIES - SHORT "
               WS-DIFF-DISPLAY "  OVER " WS-DIFF-DISPLAY-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO WS-ACCOUNT-DIFFS
           MOVE 0 TO WS-ACCOUNT-SHORT
           MOVE 0 TO WS-ACCOUNT-OVER
           .

       END PROGRAM NIGHT-DEPOSIT-REPORT.
