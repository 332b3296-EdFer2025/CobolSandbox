      *    INSTRUMENT IS STOPPED AND REPLACED ON A FRESH SERIAL;
      *    AND THE STALE-DATE REPORT (ISSUED LONGER THAN
      *    INST-STALE-DAYS, FALLBACK 180) FEEDS THE ESCHEATMENT
      *    PROCESS. ISSUANCE OVER THE OPERATOR'S OFFICIAL-INSTRUMENT
      *    CEILING IN THE AUTHORITY MATRIX (TELLER-AUTHORITY) NEEDS A
      *    SUPERVISOR OVERRIDE, LOGGED LIKE BANKING'S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TRANSACTION-REF
               FILE STATUS IS WS-TRANSACTION-STATUS.

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/instrument_stale_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD TRANSACTION-FILE.
           COPY "TRANSACTION-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       01 WS-TODAY-INTEGER PIC 9(9).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-RESTRICT-DIRECTION PIC X VALUE "D".
       01 WS-RESTRICT-CHANNEL PIC X VALUE SPACE.
       01 WS-ACCOUNT-RESTRICTED PIC X VALUE "N".
       01 WS-RESTRICT-TYPE PIC X.
       01 WS-RESTRICT-REASON PIC X(2).
       01 WS-WORK-BRANCH PIC X(3).
       01 WS-FIRST-SERIAL PIC 9(6).
       01 WS-LAST-SERIAL PIC 9(6).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
      *THE OPERATOR AT THE DESK, FOR THE AUTHORITY MATRIX
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-TERMINAL PIC X(10).
       01 WS-TELLER-STATUS PIC XX.
       01 WS-SUPERVISOR-ID PIC X(10).
       01 WS-AUTH-ACTIVITY PIC 9 VALUE 7.
       01 WS-AUTH-AMOUNT PIC 9(9)V99.
       01 WS-AUTH-CEILING PIC 9(9)V99.
       01 WS-AUTH-DAILY-CEILING PIC 9(9)V99.
       01 WS-AUTH-DAILY-BREACH PIC X VALUE "N".
       01 WS-AUTH-APPROVED PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "OPERATOR (TELLER ID):          "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "TERMINAL ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-TERMINAL
      *    THE CHART OF ACCOUNTS MAY REDIRECT A GL ROLE - RESOLVE
      *    THE CONTROL NUMBERS BEFORE ANYTHING POSTS.
           CALL "GL-RESOLVE" USING GL-CONTROL-ACCOUNTS
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           CALL "ACCOUNT-RESTRICTION-CHECK" USING INST-PURCHASER-ACCOUNT
               WS-TODAY-DATE WS-RESTRICT-DIRECTION
               WS-RESTRICT-CHANNEL WS-ACCOUNT-RESTRICTED
               WS-RESTRICT-TYPE WS-RESTRICT-REASON
           IF WS-ACCOUNT-RESTRICTED = "Y"
               DISPLAY "ACCOUNT " ACCOUNT-NUMBER " IS RESTRICTED "
                   "(REASON " WS-RESTRICT-REASON ") - NOT ISSUED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AMOUNT:                        "
               WITH NO ADVANCING
           ACCEPT INST-AMOUNT
               DISPLAY "INSUFFICIENT FUNDS - NOT ISSUED"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ISSUE-AUTHORITY
           IF WS-AUTH-APPROVED = "N"
               DISPLAY "NOT ISSUED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PAYEE NAME:                    "
               WITH NO ADVANCING
           ACCEPT INST-PAYEE-NAME
           END-IF
           .

      *    THE OPERATOR'S OFFICIAL-INSTRUMENT CEILING FROM THE
      *    AUTHORITY MATRIX. OVER IT, AN ACTIVE SUPERVISOR OTHER THAN
      *    THE OPERATOR MUST OVERRIDE, AND THE OVERRIDE IS LOGGED.
       CHECK-ISSUE-AUTHORITY.
           MOVE "Y" TO WS-AUTH-APPROVED
           MOVE SPACES TO WS-SUPERVISOR-ID
           MOVE INST-AMOUNT TO WS-AUTH-AMOUNT
           CALL "TELLER-AUTHORITY" USING WS-OPERATOR-ID
               WS-AUTH-ACTIVITY WS-AUTH-CEILING WS-AUTH-DAILY-CEILING
           IF WS-AUTH-CEILING = 0
               OR WS-AUTH-AMOUNT NOT > WS-AUTH-CEILING
               EXIT PARAGRAPH
           END-IF
           DISPLAY "THIS EXCEEDS YOUR AUTHORITY OF " WS-AUTH-CEILING
               " FOR OFFICIAL INSTRUMENTS"
           DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO REJECT):"
               WITH NO ADVANCING
           ACCEPT WS-SUPERVISOR-ID
           MOVE "N" TO WS-AUTH-APPROVED
           IF WS-SUPERVISOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
               DISPLAY "A SUPERVISOR CANNOT OVERRIDE THEIR OWN "
                   "AUTHORITY"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TELLER-FILE
           IF WS-TELLER-STATUS NOT = "00"
               DISPLAY "*** TELLER MASTER UNAVAILABLE - STATUS: "
                   WS-TELLER-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUPERVISOR-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "SUPERVISOR ID " WS-SUPERVISOR-ID
                       " IS NOT ON THE TELLER MASTER"
               NOT INVALID KEY
                   IF TELLER-ACTIVE NOT = "Y"
                       DISPLAY "SUPERVISOR ID " WS-SUPERVISOR-ID
                           " IS NOT ACTIVE"
                   ELSE
                       IF TELLER-ROLE NOT = "S"
                           DISPLAY "TELLER " WS-SUPERVISOR-ID
                               " IS NOT A SUPERVISOR"
                       ELSE
                           MOVE "Y" TO WS-AUTH-APPROVED
                       END-IF
                   END-IF
           END-READ
           CLOSE TELLER-FILE
           IF WS-AUTH-APPROVED = "Y"
               CALL "AUTHORITY-OVERRIDE-LOG" USING WS-OPERATOR-ID
                   WS-SUPERVISOR-ID WS-AUTH-ACTIVITY WS-AUTH-AMOUNT
                   WS-AUTH-CEILING WS-AUTH-DAILY-BREACH
                   INST-PURCHASER-ACCOUNT WS-OPERATOR-TERMINAL
           END-IF
           .

       WRITE-ISSUE-POSTING.
           OPEN I-O TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS = "35"
           MOVE 0 TO TRANSACTION-REVERSAL-OF-DATE
           MOVE 0 TO TRANSACTION-REVERSAL-OF-TIME
           MOVE 0 TO TRANSACTION-REVERSAL-OF-REF
           MOVE WS-SUPERVISOR-ID TO TRANSACTION-SUPERVISOR-ID
           WRITE TRANSACTION-RECORD
           CLOSE TRANSACTION-FILE
           .
