       01 WS-TLY-INDEX PIC 9(2).
       01 WS-TLY-FOUND PIC 9(2).

      *THE OPERATOR, FOR THE SENSITIVE-PARTY ACCESS LOG WHEN ONE
      *ACCOUNT'S HISTORY IS PULLED UP
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-TERMINAL PIC X(10).
       01 WS-SENSITIVE-CUSTOMER PIC 9(5) VALUE 0.
       01 WS-SENSITIVE-JOINT PIC 9(5) VALUE 0.
       01 WS-SENSITIVE-BRANCH PIC X(3) VALUE SPACES.
       01 WS-SENSITIVE-SCREEN PIC X(20) VALUE "AUDIT-INQUIRY".
       01 WS-SENSITIVE-HIT PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "OPERATOR (TELLER ID):          "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "TERMINAL ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-TERMINAL
           OPEN INPUT AUDIT-MASTER-FILE
           IF WS-AUDIT-MASTER-STATUS NOT = "00"
               DISPLAY "*** NO AUDIT MASTER ON FILE - STATUS: "
           IF WS-FILTER-TO-DATE = 0
               MOVE 99999999 TO WS-FILTER-TO-DATE
           END-IF
           IF WS-FILTER-ACCOUNT NOT = 0
               CALL "SENSITIVE-ACCESS-LOG" USING WS-FILTER-ACCOUNT
                   WS-SENSITIVE-CUSTOMER WS-SENSITIVE-JOINT
                   WS-SENSITIVE-BRANCH WS-OPERATOR-ID
                   WS-OPERATOR-TERMINAL WS-SENSITIVE-SCREEN
                   WS-SENSITIVE-HIT
               IF WS-SENSITIVE-HIT = "Y"
                   DISPLAY "*** SENSITIVE PARTY - THIS VIEW HAS BEEN "
                       "LOGGED ***"
               END-IF
           END-IF

           MOVE 0 TO WS-MATCH-COUNT
           MOVE "N" TO WS-AUDIT-MASTER-EOF
