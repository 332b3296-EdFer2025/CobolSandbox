      *    RUN (NO TELLER FILE YET, OR AN EMPTY ONE) DROPS INTO A
      *    BOOTSTRAP MODE THAT CREATES THE FIRST SUPERVISOR RECORD,
      *    SINCE OTHERWISE NOBODY COULD EVER SIGN ON ANYWHERE.
      *    THE AUTHORITY MATRIX (AUTHORITY-RECORD.cpy) - EACH
      *    TELLER'S OR NAMED LEVEL'S CEILING PER COUNTER ACTIVITY -
      *    IS MAINTAINED HERE TOO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

           SELECT AUTHORITY-FILE
               ASSIGN TO "02_BANKING/authority_matrix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTH-KEY
               FILE STATUS IS WS-AUTHORITY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       FD AUTHORITY-FILE.
           COPY "AUTHORITY-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-TELLER-FILE-EOF PIC X VALUE "N".
       01 WS-ROW-COUNT PIC 9(5) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-HIST-IX PIC 9.
       01 WS-AUTHORITY-STATUS PIC XX.
       01 WS-AUTHORITY-EOF PIC X.
       01 WS-AUTH-OPTION PIC 9.
       01 WS-AUTH-IX PIC 9.
       01 WS-AUTH-TELLER PIC X(10).
       01 WS-AUTH-CEILING PIC 9(9)V99.
       01 WS-AUTH-DAILY-CEILING PIC 9(9)V99.
       01 WS-AUTH-SHOW PIC Z(8)9.99.
       01 WS-AUTH-CONFIRM PIC X.
       01 WS-AUTH-ROW-FOUND PIC X.
      *THE ACTIVITY NAMES IN AUTH-LIMIT ORDER
       01 WS-AUTH-NAME-VALUES.
           05 FILLER PIC X(24) VALUE "CASH WITHDRAWAL".
           05 FILLER PIC X(24) VALUE "CASH DEPOSIT".
           05 FILLER PIC X(24) VALUE "TRANSFER".
           05 FILLER PIC X(24) VALUE "EXTERNAL TRANSFER".
           05 FILLER PIC X(24) VALUE "REVERSAL".
           05 FILLER PIC X(24) VALUE "CHECK PAYMENT".
           05 FILLER PIC X(24) VALUE "OFFICIAL INSTRUMENT".
           05 FILLER PIC X(24) VALUE "FOREIGN CASH EXCHANGE".
           05 FILLER PIC X(24) VALUE "DAILY CASH-OUT".
       01 WS-AUTH-NAME-TABLE REDEFINES WS-AUTH-NAME-VALUES.
           05 WS-AUTH-NAME PIC X(24) OCCURS 9 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               END-IF
           END-IF

           PERFORM UNTIL WS-OPTION = 7
               DISPLAY " "
               DISPLAY "TELLER MAINTENANCE - SELECT AN OPTION:"
               DISPLAY "   1. ADD TELLER"
               DISPLAY "   2. VIEW TELLER"
               DISPLAY "   3. UPDATE TELLER (PIN/ROLE/ACTIVE/CUSTOMER)"
               DISPLAY "   4. LIST TELLERS"
               DISPLAY "   5. UNLOCK A LOCKED TELLER"
               DISPLAY "   6. AUTHORITY MATRIX"
               DISPLAY "   7. TERMINATE"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                   WHEN 5
                       PERFORM UNLOCK-TELLER
                   WHEN 6
                       PERFORM AUTHORITY-MATRIX
                   WHEN 7
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
                       WITH NO ADVANCING
                   ACCEPT TELLER-ROLE
                   MOVE "Y" TO TELLER-ACTIVE
      *            THE STAFF MEMBER'S OWN CUSTOMER-ID LINKS THEIR
      *            ACCOUNTS (AND THEIR HOUSEHOLD'S) SO BANKING CAN
      *            STOP THEM POSTING TO THEM
                   DISPLAY "OWN CUSTOMER-ID (0 = NONE):    "
                       WITH NO ADVANCING
                   ACCEPT TELLER-CUSTOMER-ID
                   MOVE 0 TO TELLER-FAIL-COUNT
                   MOVE "N" TO TELLER-LOCKED
                   MOVE WS-TODAY-DATE TO TELLER-PIN-SET-DATE
                   DISPLAY "LOCKED: " TELLER-LOCKED
                       " (FAILS " TELLER-FAIL-COUNT ")"
                   DISPLAY "PIN SET " TELLER-PIN-SET-DATE
                   IF TELLER-CUSTOMER-ID = 0
                       DISPLAY "CUSTOMER: NOT A CUSTOMER"
                   ELSE
                       DISPLAY "CUSTOMER: " TELLER-CUSTOMER-ID
                   END-IF
           END-READ
           .

                   DISPLAY "ACTIVE (Y/N):                  "
                       WITH NO ADVANCING
                   ACCEPT TELLER-ACTIVE
                   DISPLAY "OWN CUSTOMER-ID (0 = NONE):    "
                       WITH NO ADVANCING
                   ACCEPT TELLER-CUSTOMER-ID
      *            A SUPERVISOR-SET PIN STARTS A FRESH AGE CLOCK
                   MOVE WS-TODAY-DATE TO TELLER-PIN-SET-DATE
                   REWRITE TELLER-RECORD
           END-READ
           .

      *    CEILINGS PER ACTIVITY FOR A NAMED LEVEL OR ONE TELLER. A
      *    TELLER WITH NO ROW SITS AT LEVEL "DEFAULT"; A ZERO LIMIT
      *    ON A TELLER ROW FALLS BACK TO THE LEVEL'S, AND A ZERO
      *    LIMIT ON THE LEVEL MEANS NO CEILING (SEE
      *    156_teller_authority.cob).
       AUTHORITY-MATRIX.
           OPEN I-O AUTHORITY-FILE
           IF WS-AUTHORITY-STATUS = "35"
               OPEN OUTPUT AUTHORITY-FILE
               CLOSE AUTHORITY-FILE
               OPEN I-O AUTHORITY-FILE
           END-IF
           IF WS-AUTHORITY-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE AUTHORITY MATRIX - "
                   "STATUS: " WS-AUTHORITY-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-AUTH-OPTION
           PERFORM UNTIL WS-AUTH-OPTION = 5
               DISPLAY " "
               DISPLAY "AUTHORITY MATRIX - SELECT AN OPTION:"
               DISPLAY "   1. SET A LEVEL'S LIMITS"
               DISPLAY "   2. SET A TELLER'S LEVEL AND OWN LIMITS"
               DISPLAY "   3. VIEW A TELLER'S AUTHORITY"
               DISPLAY "   4. LIST THE MATRIX"
               DISPLAY "   5. RETURN"
               ACCEPT WS-AUTH-OPTION
               EVALUATE WS-AUTH-OPTION
                   WHEN 1
                       PERFORM SET-LEVEL-AUTHORITY
                   WHEN 2
                       PERFORM SET-TELLER-AUTHORITY
                   WHEN 3
                       PERFORM VIEW-TELLER-AUTHORITY
                   WHEN 4
                       PERFORM LIST-AUTHORITY
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM
           CLOSE AUTHORITY-FILE
           .

       SET-LEVEL-AUTHORITY.
           DISPLAY "LEVEL NAME (E.G. DEFAULT):     "
               WITH NO ADVANCING
           ACCEPT AUTH-ID
           IF AUTH-ID = SPACES
               DISPLAY "A LEVEL NEEDS A NAME"
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO AUTH-KIND
           READ AUTHORITY-FILE
               INVALID KEY
                   MOVE SPACES TO AUTH-LEVEL
                   MOVE ZEROS TO AUTH-LIMITS
                   PERFORM ACCEPT-AUTHORITY-LIMITS
                   MOVE WS-SIGNON-ID TO AUTH-UPDATED-BY
                   MOVE WS-TODAY-DATE TO AUTH-UPDATED-DATE
                   WRITE AUTHORITY-RECORD
               NOT INVALID KEY
                   PERFORM ACCEPT-AUTHORITY-LIMITS
                   MOVE WS-SIGNON-ID TO AUTH-UPDATED-BY
                   MOVE WS-TODAY-DATE TO AUTH-UPDATED-DATE
                   REWRITE AUTHORITY-RECORD
           END-READ
           IF WS-AUTHORITY-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE LEVEL - STATUS: "
                   WS-AUTHORITY-STATUS " ***"
           ELSE
               DISPLAY "LEVEL " FUNCTION TRIM(AUTH-ID) " SAVED"
           END-IF
           .

       SET-TELLER-AUTHORITY.
           DISPLAY "TELLER ID:                     "
               WITH NO ADVANCING
           ACCEPT TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO TELLER WITH ID " TELLER-ID
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE "T" TO AUTH-KIND
           MOVE TELLER-ID TO AUTH-ID
           READ AUTHORITY-FILE
               INVALID KEY
                   MOVE "N" TO WS-AUTH-ROW-FOUND
                   MOVE SPACES TO AUTH-LEVEL
                   MOVE ZEROS TO AUTH-LIMITS
               NOT INVALID KEY
                   MOVE "Y" TO WS-AUTH-ROW-FOUND
           END-READ
           DISPLAY "LEVEL (BLANK = DEFAULT):       "
               WITH NO ADVANCING
           ACCEPT AUTH-LEVEL
           DISPLAY "LIMITS OF THEIR OWN OVER THE LEVEL'S? (Y/N):"
               WITH NO ADVANCING
           ACCEPT WS-AUTH-CONFIRM
           IF WS-AUTH-CONFIRM = "Y" OR WS-AUTH-CONFIRM = "y"
               DISPLAY "(0 = USE THE LEVEL'S LIMIT)"
               PERFORM ACCEPT-AUTHORITY-LIMITS
           ELSE
               MOVE ZEROS TO AUTH-LIMITS
           END-IF
           MOVE WS-SIGNON-ID TO AUTH-UPDATED-BY
           MOVE WS-TODAY-DATE TO AUTH-UPDATED-DATE
           IF WS-AUTH-ROW-FOUND = "Y"
               REWRITE AUTHORITY-RECORD
           ELSE
               WRITE AUTHORITY-RECORD
           END-IF
           IF WS-AUTHORITY-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE TELLER'S AUTHORITY "
                   "- STATUS: " WS-AUTHORITY-STATUS " ***"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "AUTHORITY FOR TELLER " TELLER-ID " SAVED"
      *    A LEVEL NOT YET IN THE MATRIX LEAVES THE TELLER WITH
      *    WHATEVER THEIR OWN ROW SAYS AND NO CEILING BEYOND IT
           IF AUTH-LEVEL NOT = SPACES
               MOVE "L" TO AUTH-KIND
               MOVE AUTH-LEVEL TO AUTH-ID
               READ AUTHORITY-FILE
                   INVALID KEY
                       DISPLAY "NOTE: LEVEL " FUNCTION TRIM(AUTH-ID)
                           " IS NOT SET UP IN THE MATRIX YET"
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           .

       ACCEPT-AUTHORITY-LIMITS.
           PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
               UNTIL WS-AUTH-IX > 9
               MOVE AUTH-LIMIT(WS-AUTH-IX) TO WS-AUTH-SHOW
               DISPLAY WS-AUTH-NAME(WS-AUTH-IX) " (NOW "
                   WS-AUTH-SHOW ", 0 = NONE):"
                   WITH NO ADVANCING
               ACCEPT AUTH-LIMIT(WS-AUTH-IX)
           END-PERFORM
           .

      *    THE LIMITS BANKING WILL ACTUALLY APPLY, RESOLVED BY THE
      *    SAME SUBPROGRAM IT CALLS - THE MATRIX IS CLOSED AROUND
      *    THE CALLS SO THE SUBPROGRAM CAN OPEN IT ITSELF.
       VIEW-TELLER-AUTHORITY.
           DISPLAY "TELLER ID:                     "
               WITH NO ADVANCING
           ACCEPT WS-AUTH-TELLER
           MOVE "T" TO AUTH-KIND
           MOVE WS-AUTH-TELLER TO AUTH-ID
           READ AUTHORITY-FILE
               INVALID KEY
                   DISPLAY "NO ROW OF THEIR OWN - LEVEL DEFAULT"
               NOT INVALID KEY
                   IF AUTH-LEVEL = SPACES
                       DISPLAY "LEVEL: DEFAULT"
                   ELSE
                       DISPLAY "LEVEL: " AUTH-LEVEL
                   END-IF
           END-READ
           CLOSE AUTHORITY-FILE
           PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
               UNTIL WS-AUTH-IX > 8
               CALL "TELLER-AUTHORITY" USING WS-AUTH-TELLER
                   WS-AUTH-IX WS-AUTH-CEILING WS-AUTH-DAILY-CEILING
               IF WS-AUTH-CEILING = 0
                   DISPLAY WS-AUTH-NAME(WS-AUTH-IX) "  NO CEILING"
               ELSE
                   MOVE WS-AUTH-CEILING TO WS-AUTH-SHOW
                   DISPLAY WS-AUTH-NAME(WS-AUTH-IX) "  " WS-AUTH-SHOW
               END-IF
           END-PERFORM
           IF WS-AUTH-DAILY-CEILING = 0
               DISPLAY WS-AUTH-NAME(9) "  NO CEILING"
           ELSE
               MOVE WS-AUTH-DAILY-CEILING TO WS-AUTH-SHOW
               DISPLAY WS-AUTH-NAME(9) "  " WS-AUTH-SHOW
           END-IF
           OPEN I-O AUTHORITY-FILE
           .

       LIST-AUTHORITY.
           DISPLAY "L = LEVEL, T = TELLER. LIMITS IN ORDER: WITHDRAW, "
               "DEPOSIT, TRANSFER, EXTERNAL, REVERSAL / CHECK, "
               "INSTRUMENT, FX, DAILY CASH-OUT (0 = NONE)"
           MOVE 0 TO WS-ROW-COUNT
           MOVE "N" TO WS-AUTHORITY-EOF
           MOVE LOW-VALUES TO AUTH-KEY
           START AUTHORITY-FILE KEY >= AUTH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AUTHORITY-EOF
           END-START
           PERFORM UNTIL WS-AUTHORITY-EOF = "Y"
               READ AUTHORITY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AUTHORITY-EOF
                   NOT AT END
                       ADD 1 TO WS-ROW-COUNT
                       DISPLAY AUTH-KIND " " AUTH-ID " LEVEL "
                           AUTH-LEVEL " BY " AUTH-UPDATED-BY " "
                           AUTH-UPDATED-DATE
                       PERFORM VARYING WS-AUTH-IX FROM 1 BY 1
                           UNTIL WS-AUTH-IX > 9
                           MOVE AUTH-LIMIT(WS-AUTH-IX) TO WS-AUTH-SHOW
                           IF WS-AUTH-IX = 5 OR WS-AUTH-IX = 9
                               DISPLAY " " WS-AUTH-SHOW
                           ELSE
                               DISPLAY " " WS-AUTH-SHOW
                                   WITH NO ADVANCING
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           DISPLAY WS-ROW-COUNT " ROWS IN THE MATRIX"
           .

       END PROGRAM TELLER-MAINTENANCE.
