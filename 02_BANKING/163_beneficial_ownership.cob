       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFICIAL-OWNERSHIP.

      *    COMPLIANCE SCREEN FOR THE BENEFICIAL OWNERSHIP REGISTER
      *    (BENEFICIAL-OWNER-RECORD.cpy). A BUSINESS CUSTOMER
      *    (CUSTOMER-TYPE "B") IS LINKED TO EVERY INDIVIDUAL WHO OWNS
      *    25% OR MORE OF IT OR WHO CONTROLS IT, WITH THE SHARE, THE
      *    ROLE AND THE DATE THE OWNERSHIP WAS CERTIFIED. THE OWNER
      *    MUST ALREADY BE ON THE CUSTOMER FILE AS AN INDIVIDUAL.
      *    EVERY OWNER IS SCREENED THROUGH WATCHLIST-SCREEN AS THEY
      *    ARE LINKED, AND AGAIN AT RE-CERTIFICATION - A HIT NEEDS AN
      *    ACTIVE SUPERVISOR'S PIN, AS ON CUSTOMER-DB'S ADD-CUSTOMER.
      *    ENDING A LINK KEEPS THE ROW, SIGNED BY THE OPERATOR, AND
      *    LINKING THE SAME OWNER AGAIN REUSES IT. MENU SHAPE AS IN
      *    SENSITIVE-MAINTENANCE (154_sensitive_maintenance.cob).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-FILE
               ASSIGN TO "02_BANKING/beneficial_owners.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOW-KEY
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "01_EXAMPLES/04_customers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSTOMER-ID
               ALTERNATE RECORD KEY IS CUSTOMER-LAST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELLER-ID
               FILE STATUS IS WS-TELLER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OWNER-FILE.
           COPY "BENEFICIAL-OWNER-RECORD.cpy".

       FD CUSTOMER-FILE.
           COPY "CUSTOMER-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-OWNER-STATUS PIC XX.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-FILE-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-OPTION PIC 9.
       01 WS-CONFIRM PIC X.
       01 WS-LIST-COUNT PIC 9(4) VALUE 0.
       01 WS-LIST-ALL PIC X VALUE "N".
       01 WS-ROLE-TEXT PIC X(10).
       01 WS-STATE-TEXT PIC X(6).
       01 WS-PARTY-FOUND PIC X.
       01 WS-BUSINESS-ID PIC 9(5).
       01 WS-BUSINESS-NAME PIC A(20).
       01 WS-NEW-OWNER-ID PIC 9(5).
       01 WS-NEW-ROLE PIC X.
       01 WS-NEW-PERCENT PIC 9(3)V99.
       01 WS-NEW-VERIFIED-DATE PIC 9(8).
       01 WS-OWNED-PERCENT PIC 9(4)V99.
       01 WS-PERCENT-DISPLAY PIC ZZ9.99.
       01 WS-TOTAL-DISPLAY PIC ZZZ9.99.
       01 WS-CERTIFIED-COUNT PIC 9(4) VALUE 0.
       01 WS-OWNER-NAME-LAST PIC A(20).
       01 WS-OWNER-NAME-FIRST PIC A(20).

      *USED BY THE WATCHLIST SCREENING CALL AND THE SUPERVISOR
      *OVERRIDE A HIT REQUIRES
       01 WS-SCREEN-HIT PIC X.
       01 WS-SCREEN-WATCH-ID PIC 9(5).
       01 WS-OVERRIDE-OK PIC X VALUE "N".
       01 WS-OVERRIDE-ID PIC X(10).
       01 WS-OVERRIDE-PIN PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "OPERATOR ID:                   "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CUSTOMER FILE - "
                   "STATUS: " WS-CUSTOMER-STATUS " ***"
               STOP RUN
           END-IF
           OPEN I-O OWNER-FILE
           IF WS-OWNER-STATUS = "35"
               OPEN OUTPUT OWNER-FILE
               CLOSE OWNER-FILE
               OPEN I-O OWNER-FILE
           END-IF
           IF WS-OWNER-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE OWNERSHIP FILE - "
                   "STATUS: " WS-OWNER-STATUS " ***"
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPTION = 5
               DISPLAY " "
               DISPLAY "---BENEFICIAL OWNERSHIP---"
               DISPLAY "    1. LINK AN OWNER TO A BUSINESS"
               DISPLAY "    2. RE-CERTIFY A BUSINESS'S OWNERS"
               DISPLAY "    3. END AN OWNER LINK"
               DISPLAY "    4. LIST A BUSINESS'S OWNERS"
               DISPLAY "    5. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM LINK-OWNER
                   WHEN 2
                       PERFORM RECERTIFY-BUSINESS
                   WHEN 3
                       PERFORM END-OWNER-LINK
                   WHEN 4
                       PERFORM LIST-OWNERS
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE OWNER-FILE
           CLOSE CUSTOMER-FILE
           DISPLAY "BENEFICIAL OWNERSHIP ENDED"
           STOP RUN.

      *    THE BUSINESS MUST BE AN ACTIVE, UNMERGED TYPE "B" CUSTOMER
       ACCEPT-BUSINESS.
           MOVE "N" TO WS-PARTY-FOUND
           DISPLAY "BUSINESS CUSTOMER ID:          "
               WITH NO ADVANCING
           ACCEPT WS-BUSINESS-ID
           MOVE WS-BUSINESS-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO CUSTOMER WITH ID "
                       WS-BUSINESS-ID
                   EXIT PARAGRAPH
           END-READ
           IF CUSTOMER-TYPE NOT = "B"
               DISPLAY "CUSTOMER " WS-BUSINESS-ID
                   " IS NOT A BUSINESS - SET THE CUSTOMER TYPE IN "
                   "CUSTOMER-DB FIRST"
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-STATUS NOT = "A" OR CUSTOMER-MERGED-INTO NOT = 0
               DISPLAY "BUSINESS " WS-BUSINESS-ID " IS NOT ACTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-LAST-NAME TO WS-BUSINESS-NAME
           DISPLAY "BUSINESS: " FUNCTION TRIM(WS-BUSINESS-NAME)
           MOVE "Y" TO WS-PARTY-FOUND
           .

       LINK-OWNER.
           PERFORM ACCEPT-BUSINESS
           IF WS-PARTY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OWNER CUSTOMER ID:             "
               WITH NO ADVANCING
           ACCEPT WS-NEW-OWNER-ID
           IF WS-NEW-OWNER-ID = WS-BUSINESS-ID
               DISPLAY "---A BUSINESS CANNOT OWN ITSELF---"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NEW-OWNER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO CUSTOMER WITH ID "
                       WS-NEW-OWNER-ID " - ADD THE OWNER IN "
                       "CUSTOMER-DB FIRST"
                   EXIT PARAGRAPH
           END-READ
           IF CUSTOMER-TYPE = "B"
               DISPLAY "---THE OWNER MUST BE AN INDIVIDUAL - RECORD "
                   "THE PEOPLE BEHIND A CORPORATE OWNER---"
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-STATUS NOT = "A" OR CUSTOMER-MERGED-INTO NOT = 0
               DISPLAY "CUSTOMER " WS-NEW-OWNER-ID " IS NOT ACTIVE"
               EXIT PARAGRAPH
           END-IF
           MOVE CUSTOMER-LAST-NAME TO WS-OWNER-NAME-LAST
           MOVE CUSTOMER-FIRST-NAME TO WS-OWNER-NAME-FIRST
           DISPLAY "OWNER: " FUNCTION TRIM(WS-OWNER-NAME-LAST) ", "
               FUNCTION TRIM(WS-OWNER-NAME-FIRST)

           MOVE WS-BUSINESS-ID TO BOW-BUSINESS-ID
           MOVE WS-NEW-OWNER-ID TO BOW-OWNER-ID
           READ OWNER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BOW-ACTIVE = "Y"
                       DISPLAY "ALREADY LINKED (ROLE " BOW-ROLE
                           ") - END THE LINK TO CHANGE IT"
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           DISPLAY "ROLE (O=OWNER 25%+, C=CONTROLLER, B=BOTH): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-ROLE
           MOVE FUNCTION UPPER-CASE(WS-NEW-ROLE) TO WS-NEW-ROLE
           IF WS-NEW-ROLE NOT = "O" AND NOT = "C" AND NOT = "B"
               DISPLAY "---INVALID ROLE---"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PERCENTAGE OWNED (E.G. 30.00): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-PERCENT
           IF WS-NEW-PERCENT > 100
               DISPLAY "---A SHARE CANNOT EXCEED 100%---"
               EXIT PARAGRAPH
           END-IF
           IF WS-NEW-ROLE NOT = "C" AND WS-NEW-PERCENT < 25
               DISPLAY "---AN OWNER MUST HOLD 25% OR MORE - RECORD "
                   "A SMALLER HOLDER ONLY AS A CONTROLLER---"
               EXIT PARAGRAPH
           END-IF
           PERFORM TOTAL-OWNED-PERCENT
           IF WS-OWNED-PERCENT + WS-NEW-PERCENT > 100
               MOVE WS-OWNED-PERCENT TO WS-TOTAL-DISPLAY
               DISPLAY "---OWNERS ON FILE ALREADY HOLD "
                   WS-TOTAL-DISPLAY "% - THE SHARES WOULD EXCEED "
                   "100%---"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DATE VERIFIED (YYYYMMDD, 0 = TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-NEW-VERIFIED-DATE
           IF WS-NEW-VERIFIED-DATE = 0
               MOVE WS-TODAY-DATE TO WS-NEW-VERIFIED-DATE
           END-IF
           IF WS-NEW-VERIFIED-DATE > WS-TODAY-DATE
               DISPLAY "---THE VERIFIED DATE CANNOT BE IN THE "
                   "FUTURE---"
               EXIT PARAGRAPH
           END-IF

      *    EVERY OWNER IS SCREENED BEFORE THE LINK IS MADE
           PERFORM SCREEN-OWNER
           IF WS-SCREEN-HIT = "Y" AND WS-OVERRIDE-OK = "N"
               DISPLAY "OWNER NOT LINKED"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BUSINESS-ID TO BOW-BUSINESS-ID
           MOVE WS-NEW-OWNER-ID TO BOW-OWNER-ID
           READ OWNER-FILE
               INVALID KEY
                   PERFORM BUILD-LINK
                   WRITE BENEFICIAL-OWNER-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-LINK
                   REWRITE BENEFICIAL-OWNER-RECORD
           END-READ
           IF WS-OWNER-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR WRITING THE LINK - STATUS: "
                   WS-OWNER-STATUS " ***"
           ELSE
               DISPLAY "OWNER LINKED"
           END-IF
           .

      *    A RE-LINKED OWNER STARTS A FRESH LINK - THE PREVIOUS
      *    ENDING IS OVERWRITTEN, NOT STACKED.
       BUILD-LINK.
           MOVE WS-BUSINESS-ID TO BOW-BUSINESS-ID
           MOVE WS-NEW-OWNER-ID TO BOW-OWNER-ID
           MOVE WS-NEW-PERCENT TO BOW-PERCENT
           MOVE WS-NEW-ROLE TO BOW-ROLE
           MOVE WS-NEW-VERIFIED-DATE TO BOW-VERIFIED-DATE
           MOVE "Y" TO BOW-ACTIVE
           MOVE WS-SCREEN-HIT TO BOW-SCREEN-HIT
           MOVE WS-SCREEN-WATCH-ID TO BOW-WATCH-ID
           IF WS-SCREEN-HIT = "Y"
               MOVE WS-OVERRIDE-ID TO BOW-OVERRIDE-BY
           ELSE
               MOVE SPACES TO BOW-OVERRIDE-BY
           END-IF
           MOVE WS-OPERATOR-ID TO BOW-ADDED-BY
           MOVE WS-TODAY-DATE TO BOW-ADDED-DATE
           MOVE SPACES TO BOW-ENDED-BY
           MOVE 0 TO BOW-ENDED-DATE
           .

      *    THE SHARES ALREADY HELD BY THE BUSINESS'S ACTIVE OWNERS
       TOTAL-OWNED-PERCENT.
           MOVE 0 TO WS-OWNED-PERCENT
           MOVE "N" TO WS-FILE-EOF
           MOVE WS-BUSINESS-ID TO BOW-BUSINESS-ID
           MOVE 0 TO BOW-OWNER-ID
           START OWNER-FILE KEY >= BOW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ OWNER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF BOW-BUSINESS-ID NOT = WS-BUSINESS-ID
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           IF BOW-ACTIVE = "Y"
                               ADD BOW-PERCENT TO WS-OWNED-PERCENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    SCREENS THE OWNER NAMED IN WS-OWNER-NAME-FIRST/LAST. A HIT
      *    PROCEEDS ONLY WITH A SUPERVISOR'S SIGN-OFF.
       SCREEN-OWNER.
           MOVE "N" TO WS-OVERRIDE-OK
           MOVE SPACES TO WS-OVERRIDE-ID
           CALL "WATCHLIST-SCREEN" USING WS-OWNER-NAME-FIRST
               WS-OWNER-NAME-LAST WS-SCREEN-HIT WS-SCREEN-WATCH-ID
           IF WS-SCREEN-HIT = "Y"
               DISPLAY "*** OWNER " FUNCTION TRIM(WS-OWNER-NAME-LAST)
                   ", " FUNCTION TRIM(WS-OWNER-NAME-FIRST)
                   " MATCHES WATCHLIST ENTRY " WS-SCREEN-WATCH-ID
                   " ***"
               PERFORM SUPERVISOR-OVERRIDE
           END-IF
           .

      *    SAME SIGN-OFF AS CUSTOMER-DB'S: AN ACTIVE SUPERVISOR FROM
      *    THE TELLER MASTER WITH THEIR PIN. A SHOP WITHOUT A TELLER
      *    MASTER YET FALLS BACK TO RECORDING A NON-BLANK ID.
       SUPERVISOR-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE-OK
           DISPLAY "SUPERVISOR ID TO OVERRIDE:     "
               WITH NO ADVANCING
           ACCEPT WS-OVERRIDE-ID
           IF WS-OVERRIDE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TELLER-FILE
           IF WS-TELLER-STATUS NOT = "00"
               DISPLAY "NO TELLER MASTER ON FILE - OVERRIDE "
                   "RECORDED UNVERIFIED"
               MOVE "Y" TO WS-OVERRIDE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OVERRIDE-ID TO TELLER-ID
           READ TELLER-FILE
               INVALID KEY
                   DISPLAY "UNKNOWN SUPERVISOR ID"
               NOT INVALID KEY
                   IF TELLER-ACTIVE NOT = "Y"
                       DISPLAY "THAT ID IS NOT ACTIVE"
                   ELSE
                       IF TELLER-ROLE NOT = "S"
                           DISPLAY "THAT ID IS NOT A SUPERVISOR"
                       ELSE
                           DISPLAY "SUPERVISOR PIN:                "
                               WITH NO ADVANCING
                           ACCEPT WS-OVERRIDE-PIN
                           IF TELLER-PIN = WS-OVERRIDE-PIN
                               MOVE "Y" TO WS-OVERRIDE-OK
                           ELSE
                               DISPLAY "WRONG PIN"
                           END-IF
                       END-IF
                   END-IF
           END-READ
           CLOSE TELLER-FILE
           .

      *    THE OPERATOR HAS SEEN THE CURRENT OWNERSHIP DOCUMENTS:
      *    EVERY ACTIVE LINK IS RE-SCREENED AND STAMPED WITH TODAY. AN
      *    OWNER WHO NOW HITS THE WATCHLIST WITHOUT A SUPERVISOR'S
      *    SIGN-OFF KEEPS THE OLD DATE, SO THE BUSINESS STAYS ON THE
      *    CERTIFICATION REPORT.
       RECERTIFY-BUSINESS.
           PERFORM ACCEPT-BUSINESS
           IF WS-PARTY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           PERFORM LIST-BUSINESS-OWNERS
           IF WS-LIST-COUNT = 0
               DISPLAY "NO ACTIVE OWNERS - LINK THE OWNERS FIRST"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "OWNERSHIP CONFIRMED AGAINST CURRENT DOCUMENTS? "
               "(Y/N):" WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOT RE-CERTIFIED"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CERTIFIED-COUNT
           MOVE WS-BUSINESS-ID TO BOW-BUSINESS-ID
           MOVE 0 TO BOW-OWNER-ID
           PERFORM UNTIL BOW-OWNER-ID = 99999
               MOVE "N" TO WS-FILE-EOF
               START OWNER-FILE KEY > BOW-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILE-EOF
               END-START
               IF WS-FILE-EOF = "N"
                   READ OWNER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                   END-READ
               END-IF
               IF WS-FILE-EOF = "Y"
                   OR BOW-BUSINESS-ID NOT = WS-BUSINESS-ID
                   MOVE WS-BUSINESS-ID TO BOW-BUSINESS-ID
                   MOVE 99999 TO BOW-OWNER-ID
               ELSE
                   IF BOW-ACTIVE = "Y"
                       PERFORM RECERTIFY-ONE-OWNER
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY WS-CERTIFIED-COUNT " OWNER LINKS RE-CERTIFIED"
           .

      *    THE SCREENING AND SIGN-OFF READ OTHER FILES, SO THE LINK IS
      *    READ AGAIN BY KEY BEFORE IT IS REWRITTEN
       RECERTIFY-ONE-OWNER.
           MOVE BOW-OWNER-ID TO WS-NEW-OWNER-ID
           MOVE BOW-OWNER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "OWNER " BOW-OWNER-ID
                       " IS NO LONGER ON THE CUSTOMER FILE - END "
                       "THE LINK"
                   EXIT PARAGRAPH
           END-READ
           MOVE CUSTOMER-LAST-NAME TO WS-OWNER-NAME-LAST
           MOVE CUSTOMER-FIRST-NAME TO WS-OWNER-NAME-FIRST
           PERFORM SCREEN-OWNER
           MOVE WS-BUSINESS-ID TO BOW-BUSINESS-ID
           MOVE WS-NEW-OWNER-ID TO BOW-OWNER-ID
           READ OWNER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-SCREEN-HIT TO BOW-SCREEN-HIT
           MOVE WS-SCREEN-WATCH-ID TO BOW-WATCH-ID
           IF WS-SCREEN-HIT = "Y" AND WS-OVERRIDE-OK = "N"
               DISPLAY "OWNER " BOW-OWNER-ID " NOT RE-CERTIFIED"
           ELSE
               MOVE WS-TODAY-DATE TO BOW-VERIFIED-DATE
               IF WS-SCREEN-HIT = "Y"
                   MOVE WS-OVERRIDE-ID TO BOW-OVERRIDE-BY
               END-IF
               ADD 1 TO WS-CERTIFIED-COUNT
           END-IF
           REWRITE BENEFICIAL-OWNER-RECORD
           IF WS-OWNER-STATUS NOT = "00"
               DISPLAY "*** I/O ERROR UPDATING OWNER " BOW-OWNER-ID
                   " - STATUS: " WS-OWNER-STATUS " ***"
           END-IF
           .

       END-OWNER-LINK.
           DISPLAY "BUSINESS CUSTOMER ID:          "
               WITH NO ADVANCING
           ACCEPT BOW-BUSINESS-ID
           DISPLAY "OWNER CUSTOMER ID:             "
               WITH NO ADVANCING
           ACCEPT BOW-OWNER-ID
           READ OWNER-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO SUCH OWNER LINK"
               NOT INVALID KEY
                   IF BOW-ACTIVE NOT = "Y"
                       DISPLAY "LINK WAS ALREADY ENDED ON "
                           BOW-ENDED-DATE
                   ELSE
                       MOVE "N" TO BOW-ACTIVE
                       MOVE WS-OPERATOR-ID TO BOW-ENDED-BY
                       MOVE WS-TODAY-DATE TO BOW-ENDED-DATE
                       REWRITE BENEFICIAL-OWNER-RECORD
                       IF WS-OWNER-STATUS NOT = "00"
                           DISPLAY "*** I/O ERROR ENDING THE LINK - "
                               "STATUS: " WS-OWNER-STATUS " ***"
                       ELSE
                           DISPLAY "OWNER LINK ENDED"
                       END-IF
                   END-IF
           END-READ
           .

       LIST-OWNERS.
           PERFORM ACCEPT-BUSINESS
           IF WS-PARTY-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "INCLUDE ENDED LINKS (Y/N):     "
               WITH NO ADVANCING
           ACCEPT WS-LIST-ALL
           MOVE FUNCTION UPPER-CASE(WS-LIST-ALL) TO WS-LIST-ALL
           PERFORM LIST-BUSINESS-OWNERS
           .

      *    ONE LINE PER LINK OF WS-BUSINESS-ID, WITH THE TOTAL SHARE
      *    HELD BY THE ACTIVE OWNERS
       LIST-BUSINESS-OWNERS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE 0 TO WS-OWNED-PERCENT
           MOVE "N" TO WS-FILE-EOF
           MOVE WS-BUSINESS-ID TO BOW-BUSINESS-ID
           MOVE 0 TO BOW-OWNER-ID
           START OWNER-FILE KEY >= BOW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ OWNER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF BOW-BUSINESS-ID NOT = WS-BUSINESS-ID
                           MOVE "Y" TO WS-FILE-EOF
                       ELSE
                           IF BOW-ACTIVE = "Y" OR WS-LIST-ALL = "Y"
                               PERFORM DISPLAY-LINK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-OWNED-PERCENT TO WS-TOTAL-DISPLAY
           DISPLAY WS-LIST-COUNT " ACTIVE OWNERS HOLDING "
               WS-TOTAL-DISPLAY "%"
           MOVE "N" TO WS-LIST-ALL
           .

       DISPLAY-LINK.
           EVALUATE BOW-ROLE
               WHEN "O"
                   MOVE "OWNER" TO WS-ROLE-TEXT
               WHEN "C"
                   MOVE "CONTROLLER" TO WS-ROLE-TEXT
               WHEN OTHER
                   MOVE "OWNER+CTRL" TO WS-ROLE-TEXT
           END-EVALUATE
           IF BOW-ACTIVE = "Y"
               MOVE "ACTIVE" TO WS-STATE-TEXT
               ADD 1 TO WS-LIST-COUNT
               ADD BOW-PERCENT TO WS-OWNED-PERCENT
           ELSE
               MOVE "ENDED" TO WS-STATE-TEXT
           END-IF
           MOVE BOW-OWNER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-LAST-NAME
                   MOVE SPACES TO CUSTOMER-FIRST-NAME
           END-READ
           MOVE BOW-PERCENT TO WS-PERCENT-DISPLAY
           DISPLAY "   " BOW-OWNER-ID " "
               FUNCTION TRIM(CUSTOMER-LAST-NAME) ", "
               FUNCTION TRIM(CUSTOMER-FIRST-NAME)
           DISPLAY "      " WS-ROLE-TEXT " " WS-PERCENT-DISPLAY "%"
               " VERIFIED " BOW-VERIFIED-DATE " " WS-STATE-TEXT
           IF BOW-SCREEN-HIT = "Y"
               DISPLAY "      WATCHLIST ENTRY " BOW-WATCH-ID
                   " - OVERRIDDEN BY "
                   FUNCTION TRIM(BOW-OVERRIDE-BY)
           END-IF
           .

       END PROGRAM BENEFICIAL-OWNERSHIP.
