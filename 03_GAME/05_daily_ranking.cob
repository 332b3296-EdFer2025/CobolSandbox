       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-CHALLENGE-REPORT.

      *    DAILY CHALLENGE RANKING OVER daily_challenge.dat - EVERY
      *    PLAYER ON A BUSINESS DATE FACED THE SAME DATE-SEEDED
      *    LAYOUT, SO THE SCORES CAN BE RANKED AGAINST EACH OTHER.
      *    RESOLVES EACH CUSTOMER TO A NAME THROUGH 04_customers.dat
      *    (DELETED CUSTOMERS ARE SKIPPED) AND PRINTS A RANKED TOP-N
      *    WITH SCORE, FRAMES SURVIVED AND CURRENT STREAK. AN ATTEMPT
      *    THAT WAS STARTED BUT NEVER FINISHED RANKS ON ZERO. THE
      *    SHEET GOES UP IN THE BRANCH LOBBY AND ON THE WEBSITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-CHALLENGE-FILE
               ASSIGN TO "03_GAME/daily_challenge.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCH-KEY
               FILE STATUS IS WS-DAILY-CHALLENGE-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "03_GAME/daily_challenge.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DAILY-CHALLENGE-FILE.
           COPY "DAILY-CHALLENGE-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DAILY-CHALLENGE-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CHALLENGE-FILE-EOF PIC X VALUE "N".

       01 WS-TARGET-DATE PIC 9(8) VALUE 0.
       01 WS-TOP-N PIC 9(3) VALUE 10.
       01 WS-RANK PIC 9(3) VALUE 0.
       01 WS-LONGEST-STREAK PIC 9(5) VALUE 0.
       01 WS-LONGEST-NAME PIC X(42) VALUE SPACES.

      *EVERY ELIGIBLE PLAYER, SORTED BY SCORE BEFORE PRINTING
       01 WS-MAX-PLAYERS PIC 9(3) VALUE 500.
       01 WS-PLAYER-COUNT PIC 9(3) VALUE 0.
       01 WS-BOARD-TABLE.
           05 WS-BOARD-ENTRY OCCURS 500 TIMES.
               10 WS-BRD-CUSTOMER PIC 9(5).
               10 WS-BRD-NAME PIC X(42).
               10 WS-BRD-POINTS PIC 9(8).
               10 WS-BRD-FRAMES PIC 9(8).
               10 WS-BRD-STREAK PIC 9(5).
       01 WS-BOARD-INDEX PIC 9(3).
       01 WS-SCAN-INDEX PIC 9(3).
       01 WS-BEST-INDEX PIC 9(3).
       01 WS-SWAP-ENTRY PIC X(68).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "CHALLENGE DATE (YYYYMMDD, 0 = TODAY):"
               WITH NO ADVANCING
           ACCEPT WS-TARGET-DATE
           IF WS-TARGET-DATE = 0
               CALL "BUSINESS-DATE" USING WS-TARGET-DATE
           END-IF
           DISPLAY "HOW MANY PLACES (E.G. 10):"
               WITH NO ADVANCING
           ACCEPT WS-TOP-N
           IF WS-TOP-N = 0
               MOVE 10 TO WS-TOP-N
           END-IF

           OPEN INPUT DAILY-CHALLENGE-FILE
           IF WS-DAILY-CHALLENGE-STATUS NOT = "00"
               DISPLAY "*** NO DAILY CHALLENGE RESULTS ON FILE - "
                   "STATUS: " WS-DAILY-CHALLENGE-STATUS " ***"
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE

      *    THE KEY LEADS WITH THE DATE, SO ONE DAY'S ROWS ARE
      *    TOGETHER - START AT THE FIRST AND STOP WHEN IT CHANGES
           MOVE WS-TARGET-DATE TO DCH-DATE
           MOVE 0 TO DCH-CUSTOMER-ID
           START DAILY-CHALLENGE-FILE KEY >= DCH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CHALLENGE-FILE-EOF
           END-START
           PERFORM UNTIL WS-CHALLENGE-FILE-EOF = "Y"
               READ DAILY-CHALLENGE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHALLENGE-FILE-EOF
                   NOT AT END
                       IF DCH-DATE NOT = WS-TARGET-DATE
                           MOVE "Y" TO WS-CHALLENGE-FILE-EOF
                       ELSE
                           PERFORM CONSIDER-ONE-PLAYER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DAILY-CHALLENGE-FILE
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF

           PERFORM SORT-BY-POINTS
           PERFORM WRITE-RANKING

           DISPLAY "DAILY CHALLENGE RANKING WRITTEN TO "
               "03_GAME/daily_challenge.txt (" WS-RANK " PLACES)"
           STOP RUN.

      *    A PLAYER QUALIFIES WHEN THEIR CUSTOMER RECORD IS ON FILE
      *    AND NOT DELETED.
       CONSIDER-ONE-PLAYER.
           IF WS-CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE DCH-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF CUSTOMER-STATUS = "C"
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           IF WS-PLAYER-COUNT >= WS-MAX-PLAYERS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PLAYER-COUNT
           MOVE DCH-CUSTOMER-ID
               TO WS-BRD-CUSTOMER(WS-PLAYER-COUNT)
           MOVE SPACES TO WS-BRD-NAME(WS-PLAYER-COUNT)
           STRING FUNCTION TRIM(CUSTOMER-LAST-NAME) ", "
               FUNCTION TRIM(CUSTOMER-FIRST-NAME)
               DELIMITED BY SIZE
               INTO WS-BRD-NAME(WS-PLAYER-COUNT)
           MOVE DCH-POINTS TO WS-BRD-POINTS(WS-PLAYER-COUNT)
           MOVE DCH-FRAMES TO WS-BRD-FRAMES(WS-PLAYER-COUNT)
           MOVE DCH-STREAK TO WS-BRD-STREAK(WS-PLAYER-COUNT)
           IF DCH-STREAK > WS-LONGEST-STREAK
               MOVE DCH-STREAK TO WS-LONGEST-STREAK
               MOVE WS-BRD-NAME(WS-PLAYER-COUNT) TO WS-LONGEST-NAME
           END-IF
           .

      *    SELECTION SORT, HIGHEST SCORE FIRST. ON A TIED SCORE THE
      *    PLAYER WHO GOT THERE IN FEWER FRAMES RANKS HIGHER.
       SORT-BY-POINTS.
           PERFORM VARYING WS-BOARD-INDEX FROM 1 BY 1
               UNTIL WS-BOARD-INDEX >= WS-PLAYER-COUNT
               MOVE WS-BOARD-INDEX TO WS-BEST-INDEX
               PERFORM VARYING WS-SCAN-INDEX FROM WS-BOARD-INDEX
                   BY 1 UNTIL WS-SCAN-INDEX > WS-PLAYER-COUNT
                   IF WS-BRD-POINTS(WS-SCAN-INDEX)
                       > WS-BRD-POINTS(WS-BEST-INDEX)
                       OR (WS-BRD-POINTS(WS-SCAN-INDEX)
                           = WS-BRD-POINTS(WS-BEST-INDEX)
                       AND WS-BRD-FRAMES(WS-SCAN-INDEX)
                           < WS-BRD-FRAMES(WS-BEST-INDEX))
                       MOVE WS-SCAN-INDEX TO WS-BEST-INDEX
                   END-IF
               END-PERFORM
               IF WS-BEST-INDEX NOT = WS-BOARD-INDEX
                   MOVE WS-BOARD-ENTRY(WS-BOARD-INDEX)
                       TO WS-SWAP-ENTRY
                   MOVE WS-BOARD-ENTRY(WS-BEST-INDEX)
                       TO WS-BOARD-ENTRY(WS-BOARD-INDEX)
                   MOVE WS-SWAP-ENTRY
                       TO WS-BOARD-ENTRY(WS-BEST-INDEX)
               END-IF
           END-PERFORM
           .

       WRITE-RANKING.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "GAME DAILY CHALLENGE - " WS-TARGET-DATE
               " - SAME LAYOUT FOR EVERY PLAYER"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RANK  PLAYER                          SCORE"
               & "     FRAMES  STREAK"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM VARYING WS-BOARD-INDEX FROM 1 BY 1
               UNTIL WS-BOARD-INDEX > WS-PLAYER-COUNT
               OR WS-RANK >= WS-TOP-N
               ADD 1 TO WS-RANK
               MOVE SPACES TO REPORT-LINE
               STRING WS-RANK "  "
                   WS-BRD-NAME(WS-BOARD-INDEX)(1:30) "  "
                   WS-BRD-POINTS(WS-BOARD-INDEX) "  "
                   WS-BRD-FRAMES(WS-BOARD-INDEX) "  "
                   WS-BRD-STREAK(WS-BOARD-INDEX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM

           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING WS-PLAYER-COUNT " PLAYERS TOOK THE CHALLENGE"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LONGEST-STREAK > 0
               MOVE SPACES TO REPORT-LINE
               STRING "LONGEST STREAK: " WS-LONGEST-STREAK
                   " DAYS - " FUNCTION TRIM(WS-LONGEST-NAME)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           .

       END PROGRAM DAILY-CHALLENGE-REPORT.
