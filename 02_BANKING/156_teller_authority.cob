       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLER-AUTHORITY.

      *    REUSABLE SUBPROGRAM: RETURNS A TELLER'S CEILING FOR ONE
      *    COUNTER ACTIVITY (LK-ACTIVITY, NUMBERED AS AUTH-LIMIT IN
      *    AUTHORITY-RECORD.cpy) AND THEIR DAILY CUMULATIVE CASH-OUT
      *    CEILING, FROM THE AUTHORITY MATRIX. A NON-ZERO LIMIT ON
      *    THE TELLER'S OWN ROW WINS; OTHERWISE THE LIMIT OF THE
      *    LEVEL THE TELLER SITS AT, OR OF LEVEL "DEFAULT" WHEN THE
      *    TELLER HAS NO ROW. ZERO COMES BACK AS "NO CEILING" - SO A
      *    MISSING MATRIX FILE LEAVES EVERY TELLER UNLIMITED, AS
      *    THEY WERE BEFORE IT EXISTED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHORITY-FILE
               ASSIGN TO "02_BANKING/authority_matrix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTHORITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUTHORITY-FILE.
           COPY "AUTHORITY-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-AUTHORITY-STATUS PIC XX.
       01 WS-LEVEL PIC X(10).

       LINKAGE SECTION.
       01 LK-TELLER-ID PIC X(10).
       01 LK-ACTIVITY PIC 9.
       01 LK-CEILING PIC 9(9)V99.
       01 LK-DAILY-CEILING PIC 9(9)V99.

       PROCEDURE DIVISION USING LK-TELLER-ID LK-ACTIVITY LK-CEILING
           LK-DAILY-CEILING.
       MAIN-LOGIC.
           MOVE 0 TO LK-CEILING
           MOVE 0 TO LK-DAILY-CEILING
           IF LK-ACTIVITY < 1 OR LK-ACTIVITY > 8
               EXIT PROGRAM
           END-IF
           OPEN INPUT AUTHORITY-FILE
           IF WS-AUTHORITY-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF

           MOVE "DEFAULT" TO WS-LEVEL
           MOVE "T" TO AUTH-KIND
           MOVE LK-TELLER-ID TO AUTH-ID
           READ AUTHORITY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AUTH-LIMIT(LK-ACTIVITY) TO LK-CEILING
                   MOVE AUTH-DAILY-CASH-OUT TO LK-DAILY-CEILING
                   IF AUTH-LEVEL NOT = SPACES
                       MOVE AUTH-LEVEL TO WS-LEVEL
                   END-IF
           END-READ

           IF LK-CEILING = 0 OR LK-DAILY-CEILING = 0
               MOVE "L" TO AUTH-KIND
               MOVE WS-LEVEL TO AUTH-ID
               READ AUTHORITY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LK-CEILING = 0
                           MOVE AUTH-LIMIT(LK-ACTIVITY) TO LK-CEILING
                       END-IF
                       IF LK-DAILY-CEILING = 0
                           MOVE AUTH-DAILY-CASH-OUT
                               TO LK-DAILY-CEILING
                       END-IF
               END-READ
           END-IF
           CLOSE AUTHORITY-FILE
           EXIT PROGRAM.

       END PROGRAM TELLER-AUTHORITY.
