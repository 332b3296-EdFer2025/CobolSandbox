       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVE-HOLDS-TOTAL.

      *    REUSABLE SUBPROGRAM: RETURNS HOW MUCH OF AN ACCOUNT'S
      *    BALANCE IS SPOKEN FOR - ACTIVE UNEXPIRED HOLDS, ACTIVE
      *    LEGAL-ORDER RESTRAINTS, AND ACTIVE SAVINGS-GOAL
      *    ALLOCATIONS - THE SAME THREE THINGS BANKING'S
      *    CALCULATE-ACTIVE-HOLDS TAKES OFF AVAILABLE FUNDS AT THE
      *    COUNTER. BATCH PRESENTMENT RUNS (INWARD-CLEARING,
      *    POSITIVE-PAY-EXCEPTIONS) CALL IT SO A CHECK THAT WOULD
      *    BOUNCE AT THE COUNTER ALSO BOUNCES OVERNIGHT. A MISSING
      *    FILE SIMPLY CONTRIBUTES NOTHING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLDS-FILE
               ASSIGN TO "02_BANKING/holds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-ID
               FILE STATUS IS WS-HOLDS-STATUS.

           SELECT LEGAL-ORDER-FILE
               ASSIGN TO "02_BANKING/legal_orders.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGL-ORDER-ID
               FILE STATUS IS WS-LEGAL-ORDER-STATUS.

           SELECT GOAL-FILE
               ASSIGN TO "02_BANKING/goals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOAL-KEY
               FILE STATUS IS WS-GOAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

       FD LEGAL-ORDER-FILE.
           COPY "LEGAL-ORDER-RECORD.cpy".

       FD GOAL-FILE.
           COPY "GOAL-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HOLDS-STATUS PIC XX.
       01 WS-LEGAL-ORDER-STATUS PIC XX.
       01 WS-GOAL-STATUS PIC XX.
       01 WS-FILE-EOF PIC X.

       LINKAGE SECTION.
       01 LK-ACCOUNT PIC 9(9).
       01 LK-AS-OF-DATE PIC 9(8).
       01 LK-HOLDS-TOTAL PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-ACCOUNT LK-AS-OF-DATE
           LK-HOLDS-TOTAL.
       MAIN-LOGIC.
           MOVE 0 TO LK-HOLDS-TOTAL
           PERFORM ADD-ACTIVE-HOLDS
           PERFORM ADD-RESTRAINED-AMOUNTS
           PERFORM ADD-GOAL-ALLOCATIONS
           EXIT PROGRAM.

       ADD-ACTIVE-HOLDS.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLDS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF HOLD-ACCOUNT = LK-ACCOUNT
                           AND HOLD-STATUS = "A"
                           AND HOLD-EXPIRY-DATE >= LK-AS-OF-DATE
                           ADD HOLD-AMOUNT TO LK-HOLDS-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDS-FILE
           .

       ADD-RESTRAINED-AMOUNTS.
           OPEN INPUT LEGAL-ORDER-FILE
           IF WS-LEGAL-ORDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ LEGAL-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF LGL-ACCOUNT = LK-ACCOUNT
                           AND LGL-STATUS = "A"
                           ADD LGL-RESTRAINED-AMOUNT
                               TO LK-HOLDS-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-ORDER-FILE
           .

      *    GOALS ARE KEYED ACCOUNT + LABEL, SO ONLY THIS ACCOUNT'S
      *    ROWS ARE READ.
       ADD-GOAL-ALLOCATIONS.
           OPEN INPUT GOAL-FILE
           IF WS-GOAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-EOF
           MOVE LK-ACCOUNT TO GOAL-ACCOUNT
           MOVE LOW-VALUES TO GOAL-LABEL
           START GOAL-FILE KEY >= GOAL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ GOAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF GOAL-ACCOUNT NOT = LK-ACCOUNT
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           IF GOAL-ACTIVE = "Y"
                               ADD GOAL-ALLOCATED TO LK-HOLDS-TOTAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GOAL-FILE
           .

       END PROGRAM ACTIVE-HOLDS-TOTAL.
