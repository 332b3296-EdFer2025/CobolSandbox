       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-MAINTENANCE.

      *    MAINTAINS THE CROSS-SELL CAMPAIGN DEFINITIONS MARKETING
      *    USED TO ASK FOR AS ONE-OFF LISTS ("CHECKING CUSTOMERS
      *    WITH OVER 20,000 AND NO SAVINGS ACCOUNT"). A CAMPAIGN IS
      *    A NAMED SET OF CRITERIA OVER DATA ALREADY HELD - SEE
      *    CAMPAIGN-RECORD.cpy. ASKING FOR A TARGET LIST ONLY SETS
      *    CPN-RUN-REQUESTED; CAMPAIGN-LIST (175_campaign_list.cob)
      *    BUILDS IT AT END OF DAY. THE RESULTS OPTION SHOWS
      *    EACH LIST TAKEN AND HOW MANY OF ITS TARGETS HAVE SINCE
      *    OPENED AN ACCOUNT. MENU SHAPE AS IN PRODUCT-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE
               ASSIGN TO "02_BANKING/campaigns.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPN-ID
               FILE STATUS IS WS-CAMPAIGN-STATUS.

           SELECT TARGET-FILE
               ASSIGN TO "02_BANKING/campaign_targets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTG-KEY
               ALTERNATE RECORD KEY IS CTG-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-TARGET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAMPAIGN-FILE.
           COPY "CAMPAIGN-RECORD.cpy".

       FD TARGET-FILE.
           COPY "CAMPAIGN-TARGET-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CAMPAIGN-STATUS PIC XX.
       01 WS-TARGET-STATUS PIC XX.
       01 WS-CAMPAIGN-FILE-EOF PIC X VALUE "N".
       01 WS-TARGET-FILE-EOF PIC X VALUE "N".
       01 WS-OPTION PIC 9.
       01 WS-LIST-COUNT PIC 9(3) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
      *    RESULTS - ONE LIST DATE AT A TIME, THEN THE CAMPAIGN
       01 WS-CUR-LIST-DATE PIC 9(8).
       01 WS-LD-TARGETS PIC 9(7).
       01 WS-LD-RESPONSES PIC 9(7).
       01 WS-LD-CONVERTED PIC 9(7).
       01 WS-ALL-TARGETS PIC 9(7).
       01 WS-ALL-RESPONSES PIC 9(7).
       01 WS-ALL-CONVERTED PIC 9(7).
       01 WS-LD-OPEN PIC X.
       01 WS-RATE-DISPLAY PIC ZZ9.9.
       01 WS-RATE-WORK PIC 9(3)V9.
       01 WS-BAL-DISPLAY PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "OPERATOR (TELLER ID):          "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN I-O CAMPAIGN-FILE
           IF WS-CAMPAIGN-STATUS = "35"
               OPEN OUTPUT CAMPAIGN-FILE
               CLOSE CAMPAIGN-FILE
               OPEN I-O CAMPAIGN-FILE
           END-IF
           IF WS-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE CAMPAIGN FILE - "
                   "STATUS: " WS-CAMPAIGN-STATUS " ***"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPTION = 6
               DISPLAY " "
               DISPLAY "---CAMPAIGN MAINTENANCE---"
               DISPLAY "    1. ADD A CAMPAIGN"
               DISPLAY "    2. LIST CAMPAIGNS"
               DISPLAY "    3. REQUEST A TARGET LIST"
               DISPLAY "    4. RETIRE A CAMPAIGN"
               DISPLAY "    5. SHOW CAMPAIGN RESULTS"
               DISPLAY "    6. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ADD-CAMPAIGN
                   WHEN 2
                       PERFORM LIST-CAMPAIGNS
                   WHEN 3
                       PERFORM REQUEST-LIST
                   WHEN 4
                       PERFORM RETIRE-CAMPAIGN
                   WHEN 5
                       PERFORM SHOW-RESULTS
                   WHEN 6
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE CAMPAIGN-FILE
           DISPLAY "CAMPAIGN MAINTENANCE ENDED"
           STOP RUN.

      *    EVERY CRITERION MAY BE LEFT BLANK OR ZERO TO SKIP IT
       ADD-CAMPAIGN.
           INITIALIZE CAMPAIGN-RECORD
           DISPLAY "CAMPAIGN ID (8 CHARS):         "
               WITH NO ADVANCING
           ACCEPT CPN-ID
           IF CPN-ID = SPACES
               DISPLAY "A CAMPAIGN ID IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION:                   "
               WITH NO ADVANCING
           ACCEPT CPN-DESCRIPTION
           DISPLAY "--- MUST HOLD (BLANK = ANY) ---"
           DISPLAY "ACCOUNT TYPE (C/S/T):          "
               WITH NO ADVANCING
           ACCEPT CPN-HOLD-TYPE
           MOVE FUNCTION UPPER-CASE(CPN-HOLD-TYPE) TO CPN-HOLD-TYPE
           DISPLAY "PRODUCT CODE:                  "
               WITH NO ADVANCING
           ACCEPT CPN-HOLD-PRODUCT
           DISPLAY "BRANCH:                        "
               WITH NO ADVANCING
           ACCEPT CPN-BRANCH
           DISPLAY "MINIMUM BALANCE:               "
               WITH NO ADVANCING
           ACCEPT CPN-BALANCE-MIN
           DISPLAY "MAXIMUM BALANCE (0 = NONE):    "
               WITH NO ADVANCING
           ACCEPT CPN-BALANCE-MAX
           IF CPN-BALANCE-MAX NOT = 0
               AND CPN-BALANCE-MAX < CPN-BALANCE-MIN
               DISPLAY "MAXIMUM BALANCE IS BELOW THE MINIMUM"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- MUST NOT HOLD (BLANK = ANY) ---"
           DISPLAY "ACCOUNT TYPE (C/S/T):          "
               WITH NO ADVANCING
           ACCEPT CPN-LACK-TYPE
           MOVE FUNCTION UPPER-CASE(CPN-LACK-TYPE) TO CPN-LACK-TYPE
           DISPLAY "PRODUCT CODE:                  "
               WITH NO ADVANCING
           ACCEPT CPN-LACK-PRODUCT
           DISPLAY "--- CUSTOMER (0 = ANY) ---"
           DISPLAY "MINIMUM AGE:                   "
               WITH NO ADVANCING
           ACCEPT CPN-AGE-MIN
           DISPLAY "MAXIMUM AGE:                   "
               WITH NO ADVANCING
           ACCEPT CPN-AGE-MAX
           IF CPN-AGE-MAX NOT = 0
               AND CPN-AGE-MAX < CPN-AGE-MIN
               DISPLAY "MAXIMUM AGE IS BELOW THE MINIMUM"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "TERM MATURING FROM (DAYS OUT): "
               WITH NO ADVANCING
           ACCEPT CPN-MATURE-FROM-DAYS
           DISPLAY "TERM MATURING TO (DAYS OUT):   "
               WITH NO ADVANCING
           ACCEPT CPN-MATURE-TO-DAYS
           IF CPN-MATURE-TO-DAYS < CPN-MATURE-FROM-DAYS
               DISPLAY "MATURITY WINDOW ENDS BEFORE IT STARTS"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LOAN (Y=HAS ONE, N=NONE, BLANK=ANY):"
               WITH NO ADVANCING
           ACCEPT CPN-LOAN-RULE
           MOVE FUNCTION UPPER-CASE(CPN-LOAN-RULE) TO CPN-LOAN-RULE
           IF CPN-LOAN-RULE NOT = "Y" AND CPN-LOAN-RULE NOT = "N"
               MOVE SPACE TO CPN-LOAN-RULE
           END-IF
           DISPLAY "RESPONSE WINDOW DAYS (0 = 90): "
               WITH NO ADVANCING
           ACCEPT CPN-RESPONSE-DAYS
           IF CPN-RESPONSE-DAYS = 0
               MOVE 90 TO CPN-RESPONSE-DAYS
           END-IF
           MOVE "A" TO CPN-STATUS
           MOVE WS-OPERATOR-ID TO CPN-CREATED-BY
           MOVE WS-TODAY-DATE TO CPN-CREATED-DATE
           MOVE "N" TO CPN-RUN-REQUESTED
           MOVE 0 TO CPN-LAST-RUN-DATE
           MOVE 0 TO CPN-LAST-COUNT
           WRITE CAMPAIGN-RECORD
               INVALID KEY
                   DISPLAY "CAMPAIGN " CPN-ID " ALREADY EXISTS"
               NOT INVALID KEY
                   DISPLAY "CAMPAIGN " CPN-ID " ADDED - REQUEST A "
                       "TARGET LIST TO HAVE END OF DAY BUILD IT"
           END-WRITE
           .

       LIST-CAMPAIGNS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-CAMPAIGN-FILE-EOF
           MOVE LOW-VALUES TO CPN-ID
           START CAMPAIGN-FILE KEY >= CPN-ID
               INVALID KEY
                   MOVE "Y" TO WS-CAMPAIGN-FILE-EOF
           END-START
           PERFORM UNTIL WS-CAMPAIGN-FILE-EOF = "Y"
               READ CAMPAIGN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CAMPAIGN-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM SHOW-CRITERIA
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " CAMPAIGNS ON FILE"
           .

       SHOW-CRITERIA.
           DISPLAY "   " CPN-ID " " CPN-STATUS "  "
               FUNCTION TRIM(CPN-DESCRIPTION)
           IF CPN-HOLD-TYPE NOT = SPACE
               OR CPN-HOLD-PRODUCT NOT = SPACES
               OR CPN-BRANCH NOT = SPACES
               OR CPN-BALANCE-MIN NOT = 0
               MOVE CPN-BALANCE-MIN TO WS-BAL-DISPLAY
               DISPLAY "      HOLDS TYPE " CPN-HOLD-TYPE
                   " PRODUCT " CPN-HOLD-PRODUCT
                   " BRANCH " CPN-BRANCH
                   " BALANCE FROM " WS-BAL-DISPLAY
           END-IF
           IF CPN-BALANCE-MAX NOT = 0
               MOVE CPN-BALANCE-MAX TO WS-BAL-DISPLAY
               DISPLAY "      BALANCE UP TO " WS-BAL-DISPLAY
           END-IF
           IF CPN-LACK-TYPE NOT = SPACE
               OR CPN-LACK-PRODUCT NOT = SPACES
               DISPLAY "      LACKS TYPE " CPN-LACK-TYPE
                   " PRODUCT " CPN-LACK-PRODUCT
           END-IF
           IF CPN-AGE-MIN NOT = 0 OR CPN-AGE-MAX NOT = 0
               DISPLAY "      AGE " CPN-AGE-MIN " TO " CPN-AGE-MAX
           END-IF
           IF CPN-MATURE-TO-DAYS NOT = 0
               DISPLAY "      TERM MATURING IN " CPN-MATURE-FROM-DAYS
                   " TO " CPN-MATURE-TO-DAYS " DAYS"
           END-IF
           IF CPN-LOAN-RULE NOT = SPACE
               DISPLAY "      HAS A RUNNING LOAN: " CPN-LOAN-RULE
           END-IF
           DISPLAY "      LAST LIST " CPN-LAST-RUN-DATE
               " (" CPN-LAST-COUNT " TARGETS)  REQUESTED: "
               CPN-RUN-REQUESTED
           .

       REQUEST-LIST.
           DISPLAY "CAMPAIGN ID:                   "
               WITH NO ADVANCING
           ACCEPT CPN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO CAMPAIGN " CPN-ID
               NOT INVALID KEY
                   IF CPN-STATUS NOT = "A"
                       DISPLAY "CAMPAIGN " CPN-ID " IS RETIRED"
                   ELSE
                       MOVE "Y" TO CPN-RUN-REQUESTED
                       REWRITE CAMPAIGN-RECORD
                       IF WS-CAMPAIGN-STATUS NOT = "00"
                           DISPLAY "*** I/O ERROR - STATUS: "
                               WS-CAMPAIGN-STATUS " ***"
                       ELSE
                           DISPLAY "TARGET LIST FOR " CPN-ID
                               " WILL BE BUILT AT END OF DAY"
                       END-IF
                   END-IF
           END-READ
           .

       RETIRE-CAMPAIGN.
           DISPLAY "CAMPAIGN ID:                   "
               WITH NO ADVANCING
           ACCEPT CPN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO CAMPAIGN " CPN-ID
               NOT INVALID KEY
                   MOVE "X" TO CPN-STATUS
                   MOVE "N" TO CPN-RUN-REQUESTED
                   REWRITE CAMPAIGN-RECORD
                   IF WS-CAMPAIGN-STATUS NOT = "00"
                       DISPLAY "*** I/O ERROR - STATUS: "
                           WS-CAMPAIGN-STATUS " ***"
                   ELSE
                       DISPLAY "CAMPAIGN " CPN-ID " RETIRED - ITS "
                           "LISTS ARE KEPT AND STILL MATCHED"
                   END-IF
           END-READ
           .

      *    ONE LINE PER LIST TAKEN: TARGETS, HOW MANY HAVE OPENED AN
      *    ACCOUNT SINCE, AND HOW MANY OF THOSE OPENED THE TYPE OR
      *    PRODUCT THE CAMPAIGN WAS SELLING (ITS MUST-NOT-HOLD)
       SHOW-RESULTS.
           DISPLAY "CAMPAIGN ID:                   "
               WITH NO ADVANCING
           ACCEPT CPN-ID
           READ CAMPAIGN-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO CAMPAIGN " CPN-ID
                   EXIT PARAGRAPH
           END-READ
           PERFORM SHOW-CRITERIA
           OPEN INPUT TARGET-FILE
           IF WS-TARGET-STATUS NOT = "00"
               DISPLAY "NO TARGET LISTS HAVE BEEN BUILT YET"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ALL-TARGETS WS-ALL-RESPONSES
               WS-ALL-CONVERTED
           MOVE "N" TO WS-LD-OPEN
           MOVE "N" TO WS-TARGET-FILE-EOF
           MOVE CPN-ID TO CTG-CAMPAIGN-ID
           MOVE 0 TO CTG-LIST-DATE
           MOVE 0 TO CTG-CUSTOMER-ID
           START TARGET-FILE KEY >= CTG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TARGET-FILE-EOF
           END-START
           DISPLAY "   LIST DATE    TARGETS  RESPONDED  CONVERTED"
               "   RATE%"
           PERFORM UNTIL WS-TARGET-FILE-EOF = "Y"
               READ TARGET-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TARGET-FILE-EOF
                   NOT AT END
                       IF CTG-CAMPAIGN-ID NOT = CPN-ID
                           MOVE "Y" TO WS-TARGET-FILE-EOF
                       ELSE
                           IF WS-LD-OPEN = "Y"
                               AND CTG-LIST-DATE NOT = WS-CUR-LIST-DATE
                               PERFORM SHOW-LIST-LINE
                           END-IF
                           IF WS-LD-OPEN NOT = "Y"
                               MOVE "Y" TO WS-LD-OPEN
                               MOVE CTG-LIST-DATE TO WS-CUR-LIST-DATE
                               MOVE 0 TO WS-LD-TARGETS
                                   WS-LD-RESPONSES WS-LD-CONVERTED
                           END-IF
                           PERFORM COUNT-TARGET
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LD-OPEN = "Y"
               PERFORM SHOW-LIST-LINE
           END-IF
           CLOSE TARGET-FILE
           DISPLAY "   ALL LISTS: " WS-ALL-TARGETS " TARGETS, "
               WS-ALL-RESPONSES " RESPONDED, " WS-ALL-CONVERTED
               " CONVERTED"
           .

       COUNT-TARGET.
           ADD 1 TO WS-LD-TARGETS
           ADD 1 TO WS-ALL-TARGETS
           IF CTG-RESPONSE-ACCOUNT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LD-RESPONSES
           ADD 1 TO WS-ALL-RESPONSES
           IF (CPN-LACK-TYPE NOT = SPACE
                   OR CPN-LACK-PRODUCT NOT = SPACES)
               AND (CPN-LACK-TYPE = SPACE
                   OR CTG-RESPONSE-TYPE = CPN-LACK-TYPE)
               AND (CPN-LACK-PRODUCT = SPACES
                   OR CTG-RESPONSE-PRODUCT = CPN-LACK-PRODUCT)
               ADD 1 TO WS-LD-CONVERTED
               ADD 1 TO WS-ALL-CONVERTED
           END-IF
           .

       SHOW-LIST-LINE.
           MOVE 0 TO WS-RATE-WORK
           IF WS-LD-TARGETS > 0
               COMPUTE WS-RATE-WORK ROUNDED =
                   WS-LD-RESPONSES * 100 / WS-LD-TARGETS
           END-IF
           MOVE WS-RATE-WORK TO WS-RATE-DISPLAY
           DISPLAY "   " WS-CUR-LIST-DATE "   " WS-LD-TARGETS
               "    " WS-LD-RESPONSES "    " WS-LD-CONVERTED
               "   " WS-RATE-DISPLAY
           MOVE CTG-LIST-DATE TO WS-CUR-LIST-DATE
           MOVE 0 TO WS-LD-TARGETS WS-LD-RESPONSES WS-LD-CONVERTED
           .

       END PROGRAM CAMPAIGN-MAINTENANCE.
