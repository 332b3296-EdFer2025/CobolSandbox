
      *    VIEWER FOR THE OFFBOARDED MASTERS, THE WAY
      *    ARCHIVE-INQUIRY VIEWS ARCHIVED POSTINGS: LISTS THE
      *    OFFBOARD CATALOG AND DISPLAYS THE ACCOUNT, CUSTOMER OR
      *    INTERACTION NOTE RECORDS INSIDE ANY CATALOGED
      *    GENERATION, OPTIONALLY FILTERED TO ONE KEY - SO A PURGED
      *    ACCOUNT IS STILL ONE LOOKUP AWAY WHEN A CUSTOMER OR
      *    AUDITOR ASKS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ARCHIVE-NOTE-FILE
               ASSIGN TO WS-ARCHIVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OFFBOARD-CATALOG-FILE.
                   ==CUSTOMER-LAST-REVIEW-DATE==
                       BY ==ARCC-LAST-REVIEW-DATE==
                   ==CUSTOMER-NEXT-REVIEW-DATE==
                       BY ==ARCC-NEXT-REVIEW-DATE==
                   ==CUSTOMER-TYPE== BY ==ARCC-TYPE==
                   ==CUSTOMER-MARKETING-OPTOUT==
                       BY ==ARCC-MARKETING-OPTOUT==
                   ==CUSTOMER-CONSOLIDATED-STMT==
                       BY ==ARCC-CONSOLIDATED-STMT==.

       FD ARCHIVE-NOTE-FILE.
           COPY "CUSTOMER-NOTE-RECORD.cpy"
               REPLACING ==CUSTOMER-NOTE-RECORD== BY ==ARCN-RECORD==
                   ==CNOTE-KEY== BY ==ARCN-KEY==
                   ==CNOTE-CUSTOMER-ID== BY ==ARCN-CUSTOMER-ID==
                   ==CNOTE-INVERSE-STAMP== BY ==ARCN-INVERSE-STAMP==
                   ==CNOTE-DATE== BY ==ARCN-DATE==
                   ==CNOTE-TIME== BY ==ARCN-TIME==
                   ==CNOTE-TELLER-ID== BY ==ARCN-TELLER-ID==
                   ==CNOTE-BRANCH== BY ==ARCN-BRANCH==
                   ==CNOTE-CATEGORY== BY ==ARCN-CATEGORY==
                   ==CNOTE-TEXT== BY ==ARCN-TEXT==
                   ==CNOTE-MERGED-FROM== BY ==ARCN-MERGED-FROM==.

       WORKING-STORAGE SECTION.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-LIST-COUNT PIC 9(5).
       01 WS-FOUND-FILE PIC X.

      *THE OPERATOR, FOR THE SENSITIVE-PARTY ACCESS LOG WHEN ONE
      *ARCHIVED ACCOUNT OR CUSTOMER IS LOOKED UP BY KEY
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPERATOR-TERMINAL PIC X(10).
       01 WS-SENSITIVE-ACCOUNT PIC 9(9).
       01 WS-SENSITIVE-CUSTOMER PIC 9(5).
       01 WS-SENSITIVE-JOINT PIC 9(5).
       01 WS-SENSITIVE-BRANCH PIC X(3).
       01 WS-SENSITIVE-SCREEN PIC X(20) VALUE "MASTER-ARCHIVE-INQ".
       01 WS-SENSITIVE-HIT PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "OPERATOR (TELLER ID):          "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           DISPLAY "TERMINAL ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-TERMINAL
           PERFORM UNTIL WS-OPTION = 3
               DISPLAY " "
               DISPLAY "---OFFBOARDED MASTER INQUIRY---"
           END-PERFORM
           CLOSE OFFBOARD-CATALOG-FILE
           DISPLAY WS-LIST-COUNT " GENERATIONS CATALOGED "
               "(A = ACCOUNTS, C = CUSTOMERS, N = NOTES)"
           .

       DISPLAY-GENERATION.
           DISPLAY "KIND (A=ACCOUNTS, C=CUSTOMERS, N=NOTES):"
               WITH NO ADVANCING
           ACCEPT WS-PICK-KIND
           DISPLAY "GENERATION DATE (YYYYMMDD):    "
               DISPLAY "NO CATALOGED GENERATION MATCHES"
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-PICK-KIND
               WHEN "A"
               WHEN "a"
                   PERFORM DISPLAY-ARCHIVED-ACCOUNTS
               WHEN "N"
               WHEN "n"
                   PERFORM DISPLAY-ARCHIVED-NOTES
               WHEN OTHER
                   PERFORM DISPLAY-ARCHIVED-CUSTOMERS
           END-EVALUATE
           .

       DISPLAY-ARCHIVED-ACCOUNTS.
                               " STATUS " ARCA-STATUS-X
                               " BAL " ARCA-BALANCE
                               " BR " ARCA-BRANCH
                           IF WS-FILTER-KEY NOT = 0
                               MOVE ARCA-NUMBER TO WS-SENSITIVE-ACCOUNT
                               MOVE ARCA-CUSTOMER-ID
                                   TO WS-SENSITIVE-CUSTOMER
                               MOVE ARCA-JOINT-CUSTOMER-ID
                                   TO WS-SENSITIVE-JOINT
                               MOVE ARCA-BRANCH TO WS-SENSITIVE-BRANCH
                               PERFORM LOG-SENSITIVE-ACCESS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                               FUNCTION TRIM(ARCC-FIRST-NAME)
                               "  STATUS " ARCC-STATUS-X
                               "  MERGED-INTO " ARCC-MERGED-INTO
                           IF WS-FILTER-KEY NOT = 0
                               MOVE 0 TO WS-SENSITIVE-ACCOUNT
                               MOVE ARCC-ID TO WS-SENSITIVE-CUSTOMER
                               MOVE 0 TO WS-SENSITIVE-JOINT
                               MOVE SPACES TO WS-SENSITIVE-BRANCH
                               PERFORM LOG-SENSITIVE-ACCESS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " ARCHIVED CUSTOMERS SHOWN"
           .

      *    THE FILTER KEY IS THE CUSTOMER THE NOTES BELONGED TO
       DISPLAY-ARCHIVED-NOTES.
           OPEN INPUT ARCHIVE-NOTE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "*** ARCHIVE FILE MISSING FROM DISK ***"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-ARCHIVE-EOF
           PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
               READ ARCHIVE-NOTE-FILE
                   AT END
                       MOVE "Y" TO WS-ARCHIVE-EOF
                   NOT AT END
                       IF WS-FILTER-KEY = 0
                           OR ARCN-CUSTOMER-ID = WS-FILTER-KEY
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY "   " ARCN-CUSTOMER-ID " "
                               ARCN-DATE " " ARCN-CATEGORY " "
                               ARCN-TELLER-ID " "
                               FUNCTION TRIM(ARCN-TEXT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-NOTE-FILE
           IF WS-FILTER-KEY NOT = 0 AND WS-LIST-COUNT NOT = 0
               MOVE 0 TO WS-SENSITIVE-ACCOUNT
               MOVE WS-FILTER-KEY TO WS-SENSITIVE-CUSTOMER
               MOVE 0 TO WS-SENSITIVE-JOINT
               MOVE SPACES TO WS-SENSITIVE-BRANCH
               PERFORM LOG-SENSITIVE-ACCESS
           END-IF
           DISPLAY WS-LIST-COUNT " ARCHIVED NOTES SHOWN"
           .

      *    A FLAG OUTLIVES THE OFFBOARDING - A PURGED ACCOUNT OR
      *    CUSTOMER LOOKED UP BY KEY IS LOGGED LIKE A LIVE ONE.
       LOG-SENSITIVE-ACCESS.
           CALL "SENSITIVE-ACCESS-LOG" USING WS-SENSITIVE-ACCOUNT
               WS-SENSITIVE-CUSTOMER WS-SENSITIVE-JOINT
               WS-SENSITIVE-BRANCH WS-OPERATOR-ID
               WS-OPERATOR-TERMINAL WS-SENSITIVE-SCREEN
               WS-SENSITIVE-HIT
           IF WS-SENSITIVE-HIT = "Y"
               DISPLAY "*** SENSITIVE PARTY - THIS VIEW HAS BEEN "
                   "LOGGED ***"
           END-IF
           .

       END PROGRAM MASTER-ARCHIVE-INQUIRY.
