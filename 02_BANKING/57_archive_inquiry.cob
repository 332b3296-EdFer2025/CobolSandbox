       01 WS-MATCH-COUNT PIC 9(5).
       01 WS-ARCHIVES-OPENED PIC 9(3).

      *THE OPERATOR, FOR THE SENSITIVE-PARTY ACCESS LOG WHEN ONE
      *ACCOUNT'S HISTORY IS PULLED UP
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-TERMINAL PIC X(10).
       01 WS-SENSITIVE-CUSTOMER PIC 9(5) VALUE 0.
       01 WS-SENSITIVE-JOINT PIC 9(5) VALUE 0.
       01 WS-SENSITIVE-BRANCH PIC X(3) VALUE SPACES.
       01 WS-SENSITIVE-SCREEN PIC X(20) VALUE "ARCHIVE-INQUIRY".
       01 WS-SENSITIVE-HIT PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "OPERATOR (TELLER ID):" WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "TERMINAL ID:" WITH NO ADVANCING
           ACCEPT WS-OPERATOR-TERMINAL
           PERFORM UNTIL WS-OPTION = 3
               DISPLAY " "
               DISPLAY "ARCHIVE INQUIRY - SELECT AN OPTION:"
           ACCEPT WS-FROM-DATE
           DISPLAY "TO DATE (YYYYMMDD):" WITH NO ADVANCING
           ACCEPT WS-TO-DATE
           IF WS-TARGET-ACCOUNT NOT = 0
               CALL "SENSITIVE-ACCESS-LOG" USING WS-TARGET-ACCOUNT
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
           MOVE 0 TO WS-ARCHIVES-OPENED
