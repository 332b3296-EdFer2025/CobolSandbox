      *    THE MASTER = 2 POINTS, ANY EXTERNAL TRANSFERS = 1 POINT,
      *    A WATCHLIST NAME HIT = 3 POINTS. 0-1 = LOW (365-DAY
      *    CYCLE), 2 = MEDIUM (180), 3+ = HIGH (90).
      *
      *    A BUSINESS CUSTOMER (CUSTOMER-TYPE "B") SCORES 1 MORE
      *    POINT WHEN ITS BENEFICIAL OWNERSHIP IS NOT CURRENTLY
      *    CERTIFIED - NO ACTIVE OWNER ON THE REGISTER, OR ONE LAST
      *    VERIFIED MORE THAN OWNER-CERT-DAYS (FALLBACK 365) AGO.
      *    ONCE EVERYONE IS RATED, A BUSINESS IS RAISED TO THE
      *    HIGHEST RATING AMONG ITS ACTIVE OWNERS, AND ITS NEXT
      *    REVIEW BROUGHT FORWARD TO MATCH - A COMPANY IS AS RISKY AS
      *    THE PEOPLE BEHIND IT.
      *
      *    A CUSTOMER WHO GOES UP TO HIGH RISK IN A RATING RUN IS
      *    LOGGED THROUGH COMPLIANCE-HIT-LOG, KEYED BY THE RUN DATE,
      *    FOR INVESTIGATION-CASES TO PICK UP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CID-KEY
               FILE STATUS IS WS-ID-DOC-STATUS.

           SELECT OWNER-FILE
               ASSIGN TO "02_BANKING/beneficial_owners.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOW-KEY
               FILE STATUS IS WS-OWNER-STATUS.

           SELECT WORKLIST-FILE
               ASSIGN TO "02_BANKING/kyc_review_worklist.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CID-EXPIRY-DATE PIC 9(8) VALUE 0.
           05 CID-RECORDED-DATE PIC 9(8) VALUE 0.

       FD OWNER-FILE.
           COPY "BENEFICIAL-OWNER-RECORD.cpy".

       FD WORKLIST-FILE.
       01 WORKLIST-LINE PIC X(80).

       01 WS-SCREEN-WATCH-ID PIC 9(5).
       01 WS-EXPIRED-DOC PIC X.

      *USED TO CARRY THE BENEFICIAL OWNERS' RISK INTO A BUSINESS
       01 WS-OWNER-STATUS PIC XX.
       01 WS-OWNER-OPEN PIC X VALUE "N".
       01 WS-OWNER-FILE-EOF PIC X.
       01 WS-CERT-DAYS PIC 9(5) VALUE 365.
       01 WS-CERT-CUTOFF PIC 9(8).
       01 WS-CERT-CURRENT PIC X.
       01 WS-OWNED-BUSINESS PIC 9(5).
       01 WS-TOP-OWNER-RATING PIC X.
       01 WS-OLD-NEXT-REVIEW PIC 9(8).
       01 WS-RAISED-COUNT PIC 9(5) VALUE 0.
       01 WS-OLD-RATING PIC X.

      *A NEW HIGH RATING AS HANDED TO COMPLIANCE-HIT-LOG
       01 WS-HIT-SOURCE PIC X(4) VALUE "KYC".
       01 WS-HIT-SOURCE-REF PIC X(12).
       01 WS-HIT-ACCOUNT PIC 9(9) VALUE 0.
       01 WS-HIT-AMOUNT PIC 9(9)V99.
       01 WS-HIT-DETAIL PIC X(40).

      *PER-CUSTOMER ACTIVITY AGGREGATES, BUILT IN ONE PASS EACH
      *OVER THE MASTER AND THE OUTBOUND QUEUE
       01 WS-ACT-MAX PIC 9(4) VALUE 1000.
           IF WS-PARAM-FOUND = "Y"
               MOVE WS-PARAM-VALUE TO WS-CASH-LIMIT
           END-IF
           MOVE "OWNER-CERT-DAYS" TO WS-PARAM-NAME
           CALL "BANK-PARAMETERS" USING WS-PARAM-NAME WS-TODAY-DATE
               WS-PARAM-LOOKUP-AMOUNT WS-PARAM-VALUE WS-PARAM-FOUND
           IF WS-PARAM-FOUND = "Y" AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-CERT-DAYS
           END-IF
           COMPUTE WS-CERT-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-CERT-DAYS)

           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
           MOVE 0 TO WS-RATED-COUNT
           PERFORM AGGREGATE-CASH-ACTIVITY
           PERFORM AGGREGATE-EXTERNAL-ACTIVITY
           MOVE "N" TO WS-OWNER-OPEN
           OPEN INPUT OWNER-FILE
           IF WS-OWNER-STATUS = "00"
               MOVE "Y" TO WS-OWNER-OPEN
           END-IF
           MOVE "N" TO WS-CUSTOMER-FILE-EOF
           MOVE 0 TO CUSTOMER-ID
           START CUSTOMER-FILE KEY >= CUSTOMER-ID
               END-READ
           END-PERFORM
           DISPLAY WS-RATED-COUNT " CUSTOMERS RATED"
           IF WS-OWNER-OPEN = "Y"
               PERFORM APPLY-OWNER-RISK
               CLOSE OWNER-FILE
               DISPLAY WS-RAISED-COUNT " BUSINESSES RAISED TO THEIR "
                   "OWNERS' RATING"
           END-IF
           .

       AGGREGATE-CASH-ACTIVITY.
           .

       RATE-ONE-CUSTOMER.
           MOVE CUSTOMER-RISK-RATING TO WS-OLD-RATING
           MOVE 0 TO WS-SCORE
           MOVE 0 TO WS-CUST-CASH
           MOVE 0 TO WS-CUST-EXTERNAL
           IF WS-SCREEN-HIT = "Y"
               ADD 3 TO WS-SCORE
           END-IF
           IF CUSTOMER-TYPE = "B"
               PERFORM CHECK-OWNERSHIP-CERTIFIED
               IF WS-CERT-CURRENT = "N"
                   ADD 1 TO WS-SCORE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-SCORE >= 3
                   MOVE "H" TO CUSTOMER-RISK-RATING
           REWRITE CUSTOMER-RECORD
           IF WS-CUSTOMER-STATUS = "00"
               ADD 1 TO WS-RATED-COUNT
               IF CUSTOMER-RISK-RATING = "H" AND WS-OLD-RATING NOT = "H"
                   MOVE WS-CUST-CASH TO WS-HIT-AMOUNT
                   MOVE SPACES TO WS-HIT-DETAIL
                   STRING "RATED HIGH RISK - SCORE " WS-SCORE
                       DELIMITED BY SIZE INTO WS-HIT-DETAIL
                   PERFORM LOG-HIGH-RISK-HIT
               END-IF
           END-IF
           .

      *    CURRENT = AT LEAST ONE ACTIVE OWNER, AND EVERY ACTIVE OWNER
      *    VERIFIED ON OR AFTER THE CUT-OFF
       CHECK-OWNERSHIP-CERTIFIED.
           MOVE "N" TO WS-CERT-CURRENT
           IF WS-OWNER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OWNER-FILE-EOF
           MOVE CUSTOMER-ID TO BOW-BUSINESS-ID
           MOVE 0 TO BOW-OWNER-ID
           START OWNER-FILE KEY >= BOW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OWNER-FILE-EOF
           END-START
           PERFORM UNTIL WS-OWNER-FILE-EOF = "Y"
               READ OWNER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OWNER-FILE-EOF
                   NOT AT END
                       IF BOW-BUSINESS-ID NOT = CUSTOMER-ID
                           MOVE "Y" TO WS-OWNER-FILE-EOF
                       ELSE
                           IF BOW-ACTIVE = "Y"
                               IF BOW-VERIFIED-DATE < WS-CERT-CUTOFF
                                   MOVE "N" TO WS-CERT-CURRENT
                                   MOVE "Y" TO WS-OWNER-FILE-EOF
                               ELSE
                                   MOVE "Y" TO WS-CERT-CURRENT
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

      *    ONE PASS OVER THE OWNERSHIP REGISTER, WHICH IS IN BUSINESS
      *    ORDER: THE HIGHEST RATING AMONG EACH BUSINESS'S ACTIVE
      *    OWNERS IS CARRIED TO THE BUSINESS WHEN THE BUSINESS
      *    CHANGES. THE CUSTOMER FILE IS ONLY READ BY KEY HERE, SO
      *    THE REGISTER KEEPS ITS PLACE.
       APPLY-OWNER-RISK.
           MOVE 0 TO WS-RAISED-COUNT
           MOVE 0 TO WS-OWNED-BUSINESS
           MOVE "L" TO WS-TOP-OWNER-RATING
           MOVE LOW-VALUES TO BOW-KEY
           MOVE "N" TO WS-OWNER-FILE-EOF
           START OWNER-FILE KEY >= BOW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-OWNER-FILE-EOF
           END-START
           PERFORM UNTIL WS-OWNER-FILE-EOF = "Y"
               READ OWNER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-OWNER-FILE-EOF
                   NOT AT END
                       IF BOW-BUSINESS-ID NOT = WS-OWNED-BUSINESS
                           PERFORM RAISE-BUSINESS-RATING
                           MOVE BOW-BUSINESS-ID TO WS-OWNED-BUSINESS
                           MOVE "L" TO WS-TOP-OWNER-RATING
                       END-IF
                       IF BOW-ACTIVE = "Y"
                           PERFORM NOTE-OWNER-RATING
                       END-IF
               END-READ
           END-PERFORM
           PERFORM RAISE-BUSINESS-RATING
           .

       NOTE-OWNER-RATING.
           MOVE BOW-OWNER-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN CUSTOMER-RISK-RATING = "H"
                   MOVE "H" TO WS-TOP-OWNER-RATING
               WHEN CUSTOMER-RISK-RATING = "M"
                   AND WS-TOP-OWNER-RATING = "L"
                   MOVE "M" TO WS-TOP-OWNER-RATING
           END-EVALUATE
           .

      *    A BUSINESS IS ONLY EVER RAISED HERE, NEVER LOWERED - ITS
      *    OWN SCORE WAS SET IN THE MAIN PASS. A RAISED RATING BRINGS
      *    THE NEXT REVIEW FORWARD WHEN THE SHORTER CYCLE FALLS DUE
      *    SOONER.
       RAISE-BUSINESS-RATING.
           IF WS-OWNED-BUSINESS = 0 OR WS-TOP-OWNER-RATING = "L"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-OWNED-BUSINESS TO CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CUSTOMER-TYPE NOT = "B" OR CUSTOMER-STATUS NOT = "A"
               OR CUSTOMER-MERGED-INTO NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF CUSTOMER-RISK-RATING = "H"
               OR CUSTOMER-RISK-RATING = WS-TOP-OWNER-RATING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOP-OWNER-RATING TO CUSTOMER-RISK-RATING
           MOVE CUSTOMER-NEXT-REVIEW-DATE TO WS-OLD-NEXT-REVIEW
           PERFORM SET-NEXT-REVIEW-DATE
           IF WS-OLD-NEXT-REVIEW NOT = 0
               AND WS-OLD-NEXT-REVIEW < CUSTOMER-NEXT-REVIEW-DATE
               MOVE WS-OLD-NEXT-REVIEW TO CUSTOMER-NEXT-REVIEW-DATE
           END-IF
           REWRITE CUSTOMER-RECORD
           IF WS-CUSTOMER-STATUS = "00"
               ADD 1 TO WS-RAISED-COUNT
               IF CUSTOMER-RISK-RATING = "H"
                   MOVE 0 TO WS-HIT-AMOUNT
                   MOVE "RAISED TO HIGH RISK BY ITS OWNERS"
                       TO WS-HIT-DETAIL
                   PERFORM LOG-HIGH-RISK-HIT
               END-IF
           END-IF
           .

       LOG-HIGH-RISK-HIT.
           MOVE SPACES TO WS-HIT-SOURCE-REF
           MOVE WS-TODAY-DATE TO WS-HIT-SOURCE-REF
           CALL "COMPLIANCE-HIT-LOG" USING WS-HIT-SOURCE
               WS-HIT-SOURCE-REF CUSTOMER-ID WS-HIT-ACCOUNT
               WS-TODAY-DATE WS-HIT-AMOUNT WS-HIT-DETAIL
           .

      *    HIGH RISK COMES BACK IN 90 DAYS, MEDIUM IN 180, LOW IN A
