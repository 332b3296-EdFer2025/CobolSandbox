       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZBA-MAINTENANCE.

      *    MAINTENANCE SCREEN FOR ZERO-BALANCE (ZBA) CONCENTRATION
      *    RELATIONSHIPS: TIES A BUSINESS CUSTOMER'S OPERATING
      *    ACCOUNT TO ITS MASTER ACCOUNT WITH THE BALANCE IT SHOULD
      *    END EACH NIGHT AT, CHANGES THAT TARGET, SUSPENDS, RESUMES
      *    OR ENDS THE SWEEPING, AND LISTS A MASTER'S SUB-ACCOUNTS
      *    WITH THEIR LAST SWEEP. THE SWEEPS THEMSELVES ARE POSTED
      *    BY THE NIGHTLY ZBA-SWEEP STEP (02_BANKING/
      *    142_zba_sweep.cob). RELATIONSHIPS ARE ENDED, NOT DELETED,
      *    SO AN OLD SWEEP CAN ALWAYS BE EXPLAINED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE
               ASSIGN TO "02_BANKING/banking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNT-NUMBER
               ALTERNATE RECORD KEY IS ACCOUNT-CUSTOMER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS ACCOUNT-JOINT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT ZBA-FILE
               ASSIGN TO "02_BANKING/zba_relationships.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZBA-SUB-ACCOUNT
               ALTERNATE RECORD KEY IS ZBA-MASTER-ACCOUNT
                   WITH DUPLICATES
               FILE STATUS IS WS-ZBA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".

       FD ZBA-FILE.
           COPY "ZBA-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-ZBA-STATUS PIC XX.
       01 WS-ZBA-FILE-EOF PIC X VALUE "N".
       01 WS-OPTION PIC 9.
       01 WS-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SUB-ACCOUNT PIC 9(9).
       01 WS-MASTER-ACCOUNT PIC 9(9).
       01 WS-TARGET-BALANCE PIC 9(7)V99.
       01 WS-MASTER-CUSTOMER PIC 9(5).
       01 WS-MASTER-CURRENCY PIC X(3).
       01 WS-NEW-STATUS PIC X.
       01 WS-ACCOUNT-OK PIC X.
       01 WS-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-SWEEP-DISPLAY PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN ACCOUNT FILE - STATUS: "
                   WS-ACCOUNT-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O ZBA-FILE
           IF WS-ZBA-STATUS = "35"
               OPEN OUTPUT ZBA-FILE
               CLOSE ZBA-FILE
               OPEN I-O ZBA-FILE
           END-IF
           IF WS-ZBA-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE ZBA RELATIONSHIP "
                   "FILE - STATUS: " WS-ZBA-STATUS " ***"
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPTION = 5
               DISPLAY " "
               DISPLAY "ZBA RELATIONSHIP MAINTENANCE - SELECT AN "
                   "OPTION:"
               DISPLAY "   1. ADD SUB-ACCOUNT TO A MASTER ACCOUNT"
               DISPLAY "   2. CHANGE A SUB-ACCOUNT'S TARGET BALANCE"
               DISPLAY "   3. SUSPEND/RESUME/END A SUB-ACCOUNT"
               DISPLAY "   4. LIST A MASTER ACCOUNT'S SUB-ACCOUNTS"
               DISPLAY "   5. TERMINATE"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ADD-SUB-ACCOUNT
                   WHEN 2
                       PERFORM CHANGE-TARGET-BALANCE
                   WHEN 3
                       PERFORM CHANGE-RELATIONSHIP-STATUS
                   WHEN 4
                       PERFORM LIST-MASTER-RELATIONSHIP
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE ACCOUNT-FILE
           CLOSE ZBA-FILE
           STOP RUN.

      *    BOTH ACCOUNTS MUST BE OPEN CUSTOMER DEMAND ACCOUNTS OF THE
      *    SAME CUSTOMER IN THE SAME CURRENCY. A SUB-ACCOUNT BELONGS
      *    TO ONE MASTER ONLY, AND THE TREE IS ONE LEVEL DEEP - A
      *    MASTER MAY NOT BE SOMEONE'S SUB-ACCOUNT, NOR A SUB-ACCOUNT
      *    ANYONE'S MASTER - SO ONE NIGHT'S SWEEP NEVER DEPENDS ON
      *    THE ORDER THE RELATIONSHIPS ARE WORKED.
       ADD-SUB-ACCOUNT.
           DISPLAY "MASTER ACCOUNT NUMBER:         "
               WITH NO ADVANCING
           ACCEPT WS-MASTER-ACCOUNT
           MOVE WS-MASTER-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM CHECK-ZBA-ACCOUNT
           IF WS-ACCOUNT-OK = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-CUSTOMER-ID TO WS-MASTER-CUSTOMER
           MOVE ACCOUNT-CURRENCY TO WS-MASTER-CURRENCY
           MOVE WS-MASTER-ACCOUNT TO ZBA-SUB-ACCOUNT
           READ ZBA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ZBA-STATUS NOT = "E"
                       DISPLAY "ACCOUNT " WS-MASTER-ACCOUNT " IS "
                           "ITSELF A SUB-ACCOUNT OF "
                           ZBA-MASTER-ACCOUNT
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           DISPLAY "SUB-ACCOUNT NUMBER:            "
               WITH NO ADVANCING
           ACCEPT WS-SUB-ACCOUNT
           IF WS-SUB-ACCOUNT = WS-MASTER-ACCOUNT
               DISPLAY "AN ACCOUNT CANNOT SWEEP INTO ITSELF"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUB-ACCOUNT TO ACCOUNT-NUMBER
           PERFORM CHECK-ZBA-ACCOUNT
           IF WS-ACCOUNT-OK = "N"
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CUSTOMER-ID NOT = WS-MASTER-CUSTOMER
               DISPLAY "ACCOUNT " WS-SUB-ACCOUNT " BELONGS TO "
                   "CUSTOMER " ACCOUNT-CUSTOMER-ID
                   " - THE MASTER BELONGS TO " WS-MASTER-CUSTOMER
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-CURRENCY NOT = WS-MASTER-CURRENCY
               DISPLAY "ACCOUNT " WS-SUB-ACCOUNT " IS HELD IN "
                   ACCOUNT-CURRENCY " - THE MASTER IN "
                   WS-MASTER-CURRENCY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUB-ACCOUNT TO ZBA-MASTER-ACCOUNT
           START ZBA-FILE KEY = ZBA-MASTER-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-ZBA-FILE-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-ZBA-FILE-EOF
           END-START
           PERFORM UNTIL WS-ZBA-FILE-EOF = "Y"
               READ ZBA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ZBA-FILE-EOF
                   NOT AT END
                       IF ZBA-MASTER-ACCOUNT NOT = WS-SUB-ACCOUNT
                           MOVE "Y" TO WS-ZBA-FILE-EOF
                       ELSE
                           IF ZBA-STATUS NOT = "E"
                               DISPLAY "ACCOUNT " WS-SUB-ACCOUNT
                                   " IS ITSELF A MASTER ACCOUNT"
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           DISPLAY "TARGET BALANCE (0 = ZERO BALANCE): "
               WITH NO ADVANCING
           ACCEPT WS-TARGET-BALANCE

           MOVE WS-SUB-ACCOUNT TO ZBA-SUB-ACCOUNT
           READ ZBA-FILE
               INVALID KEY
                   MOVE WS-MASTER-ACCOUNT TO ZBA-MASTER-ACCOUNT
                   MOVE WS-TARGET-BALANCE TO ZBA-TARGET-BALANCE
                   MOVE "A" TO ZBA-STATUS
                   MOVE WS-TODAY-DATE TO ZBA-START-DATE
                   MOVE 0 TO ZBA-LAST-SWEEP-DATE
                   MOVE 0 TO ZBA-LAST-SWEEP-AMOUNT
                   WRITE ZBA-RECORD
               NOT INVALID KEY
                   IF ZBA-STATUS NOT = "E"
                       DISPLAY "ACCOUNT " WS-SUB-ACCOUNT " ALREADY "
                           "SWEEPS TO MASTER " ZBA-MASTER-ACCOUNT
                       EXIT PARAGRAPH
                   END-IF
      *            AN ENDED RELATIONSHIP IS TAKEN UP AGAIN UNDER THE
      *            NEW MASTER - THE KEY IS THE SUB-ACCOUNT
                   MOVE WS-MASTER-ACCOUNT TO ZBA-MASTER-ACCOUNT
                   MOVE WS-TARGET-BALANCE TO ZBA-TARGET-BALANCE
                   MOVE "A" TO ZBA-STATUS
                   MOVE WS-TODAY-DATE TO ZBA-START-DATE
                   MOVE 0 TO ZBA-LAST-SWEEP-DATE
                   MOVE 0 TO ZBA-LAST-SWEEP-AMOUNT
                   REWRITE ZBA-RECORD
           END-READ
           IF WS-ZBA-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING ZBA RELATIONSHIP - "
                   "STATUS: " WS-ZBA-STATUS " ***"
           ELSE
               MOVE WS-TARGET-BALANCE TO WS-AMOUNT-DISPLAY
               DISPLAY "ACCOUNT " WS-SUB-ACCOUNT " NOW SWEEPS TO "
                   "MASTER " WS-MASTER-ACCOUNT " - TARGET BALANCE "
                   WS-AMOUNT-DISPLAY
           END-IF
           .

      *    READS ACCOUNT-NUMBER AND SETS WS-ACCOUNT-OK.
       CHECK-ZBA-ACCOUNT.
           MOVE "Y" TO WS-ACCOUNT-OK
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " ACCOUNT-NUMBER " NOT ON FILE"
                   MOVE "N" TO WS-ACCOUNT-OK
                   EXIT PARAGRAPH
           END-READ
           IF ACCOUNT-STATUS NOT = "A"
               DISPLAY "ACCOUNT " ACCOUNT-NUMBER " IS NOT ACTIVE"
               MOVE "N" TO WS-ACCOUNT-OK
               EXIT PARAGRAPH
           END-IF
           IF ACCOUNT-TYPE NOT = "C" AND ACCOUNT-TYPE NOT = "S"
               DISPLAY "ACCOUNT " ACCOUNT-NUMBER " IS NOT A "
                   "CHECKING OR SAVINGS ACCOUNT"
               MOVE "N" TO WS-ACCOUNT-OK
           END-IF
           .

       CHANGE-TARGET-BALANCE.
           DISPLAY "SUB-ACCOUNT NUMBER:            "
               WITH NO ADVANCING
           ACCEPT ZBA-SUB-ACCOUNT
           READ ZBA-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " ZBA-SUB-ACCOUNT " IS NOT A "
                       "ZBA SUB-ACCOUNT"
                   EXIT PARAGRAPH
           END-READ
           IF ZBA-STATUS = "E"
               DISPLAY "THAT RELATIONSHIP HAS ENDED - ADD IT AGAIN"
               EXIT PARAGRAPH
           END-IF
           MOVE ZBA-TARGET-BALANCE TO WS-AMOUNT-DISPLAY
           DISPLAY "CURRENT TARGET BALANCE:        " WS-AMOUNT-DISPLAY
           DISPLAY "NEW TARGET BALANCE:            "
               WITH NO ADVANCING
           ACCEPT ZBA-TARGET-BALANCE
           REWRITE ZBA-RECORD
           IF WS-ZBA-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR REWRITING ZBA RELATIONSHIP - "
                   "STATUS: " WS-ZBA-STATUS " ***"
           ELSE
               DISPLAY "TARGET BALANCE UPDATED - TAKES EFFECT AT "
                   "TONIGHT'S SWEEP"
           END-IF
           .

       CHANGE-RELATIONSHIP-STATUS.
           DISPLAY "SUB-ACCOUNT NUMBER:            "
               WITH NO ADVANCING
           ACCEPT ZBA-SUB-ACCOUNT
           READ ZBA-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " ZBA-SUB-ACCOUNT " IS NOT A "
                       "ZBA SUB-ACCOUNT"
                   EXIT PARAGRAPH
           END-READ
           IF ZBA-STATUS = "E"
               DISPLAY "THAT RELATIONSHIP HAS ENDED - ADD IT AGAIN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CURRENT STATUS: " ZBA-STATUS
               "   (A = SWEEPING, S = SUSPENDED, E = END)"
           DISPLAY "NEW STATUS (A/S/E):            "
               WITH NO ADVANCING
           ACCEPT WS-NEW-STATUS
           IF WS-NEW-STATUS NOT = "A" AND WS-NEW-STATUS NOT = "S"
               AND WS-NEW-STATUS NOT = "E"
               DISPLAY "STATUS MUST BE A, S OR E - NOTHING CHANGED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-STATUS TO ZBA-STATUS
           REWRITE ZBA-RECORD
           IF WS-ZBA-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR REWRITING ZBA RELATIONSHIP - "
                   "STATUS: " WS-ZBA-STATUS " ***"
           ELSE
               DISPLAY "RELATIONSHIP " ZBA-SUB-ACCOUNT " UPDATED"
           END-IF
           .

       LIST-MASTER-RELATIONSHIP.
           DISPLAY "MASTER ACCOUNT NUMBER:         "
               WITH NO ADVANCING
           ACCEPT WS-MASTER-ACCOUNT
           DISPLAY "SUB-ACCOUNT  TARGET BALANCE ST  SINCE    "
               "LAST SWEEP    AMOUNT"
           MOVE 0 TO WS-ROW-COUNT
           MOVE WS-MASTER-ACCOUNT TO ZBA-MASTER-ACCOUNT
           START ZBA-FILE KEY = ZBA-MASTER-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-ZBA-FILE-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-ZBA-FILE-EOF
           END-START
           PERFORM UNTIL WS-ZBA-FILE-EOF = "Y"
               READ ZBA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ZBA-FILE-EOF
                   NOT AT END
                       IF ZBA-MASTER-ACCOUNT NOT = WS-MASTER-ACCOUNT
                           MOVE "Y" TO WS-ZBA-FILE-EOF
                       ELSE
                           MOVE ZBA-TARGET-BALANCE
                               TO WS-AMOUNT-DISPLAY
                           MOVE ZBA-LAST-SWEEP-AMOUNT
                               TO WS-SWEEP-DISPLAY
                           DISPLAY ZBA-SUB-ACCOUNT "    "
                               WS-AMOUNT-DISPLAY "  " ZBA-STATUS
                               "  " ZBA-START-DATE " "
                               ZBA-LAST-SWEEP-DATE " "
                               WS-SWEEP-DISPLAY
                           ADD 1 TO WS-ROW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-ROW-COUNT " SUB-ACCOUNT(S) LISTED"
           .

       END PROGRAM ZBA-MAINTENANCE.
