       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CHECK.

      *    REUSABLE SUBPROGRAM: SAYS WHETHER A POSTING DATE FALLS IN
      *    AN ACCOUNTING MONTH MONTH-END-CLOSE HAS CLOSED
      *    (PERIOD-CONTROL-RECORD.cpy). LK-CLOSED COMES BACK "Y" FOR
      *    A MONTH ON FILE AS "C", AND LK-MONTH CARRIES THE MONTH
      *    (YYYYMM) EITHER WAY SO THE CALLER CAN SAY WHICH. A MONTH
      *    A SUPERVISOR HAS REOPENED, A MONTH NEVER CLOSED AND A
      *    MISSING FILE ARE ALL OPEN. A ZERO DATE IS NEVER CLOSED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE
               ASSIGN TO "02_BANKING/period_control.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCTL-MONTH
               FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
           COPY "PERIOD-CONTROL-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS PIC XX.

       LINKAGE SECTION.
       01 LK-POSTING-DATE PIC 9(8).
       01 LK-CLOSED PIC X.
       01 LK-MONTH PIC 9(6).

       PROCEDURE DIVISION USING LK-POSTING-DATE LK-CLOSED LK-MONTH.
       MAIN-LOGIC.
           MOVE "N" TO LK-CLOSED
           MOVE LK-POSTING-DATE(1:6) TO LK-MONTH
           IF LK-POSTING-DATE = 0
               EXIT PROGRAM
           END-IF
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
               EXIT PROGRAM
           END-IF
           MOVE LK-MONTH TO PCTL-MONTH
           READ PERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PCTL-STATUS = "C"
                       MOVE "Y" TO LK-CLOSED
                   END-IF
           END-READ
           CLOSE PERIOD-FILE
           EXIT PROGRAM.

       END PROGRAM PERIOD-CHECK.
