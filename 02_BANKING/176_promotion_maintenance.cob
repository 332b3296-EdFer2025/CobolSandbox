       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTION-MAINTENANCE.

      *    MAINTAINS THE ACCOUNT-OPENING BONUS PROMOTIONS HEAD OFFICE
      *    RUNS ("OPEN A CHECKING ACCOUNT, RECEIVE 200 IN DIRECT
      *    DEPOSITS WITHIN 60 DAYS, GET A 150 BONUS") - SEE
      *    PROMOTION-RECORD.cpy. BANKING'S ADD-ACCOUNT ENROLS AN
      *    ELIGIBLE NEW ACCOUNT; PROMOTION-EVALUATION
      *    (177_promotion_evaluation.cob) PAYS OR EXPIRES EACH
      *    ENROLMENT AT END OF DAY. THE ENROLMENTS OPTION SHOWS
      *    WHERE EVERY ACCOUNT IN ONE PROMOTION STANDS. MENU SHAPE AS
      *    IN PRODUCT-MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE
               ASSIGN TO "02_BANKING/promotions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-ID
               FILE STATUS IS WS-PROMOTION-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "02_BANKING/promo_enrollments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-ACCOUNT
               ALTERNATE RECORD KEY IS PEN-PROMO-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS PEN-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ENROLLMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROMOTION-FILE.
           COPY "PROMOTION-RECORD.cpy".

       FD ENROLLMENT-FILE.
           COPY "PROMO-ENROLLMENT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PROMOTION-STATUS PIC XX.
       01 WS-ENROLLMENT-STATUS PIC XX.
       01 WS-PROMOTION-FILE-EOF PIC X VALUE "N".
       01 WS-ENROLLMENT-FILE-EOF PIC X VALUE "N".
       01 WS-OPTION PIC 9.
       01 WS-LIST-COUNT PIC 9(3) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-OPERATOR-ID PIC X(10).
       01 WS-PRODUCT-IX PIC 9.
       01 WS-AMOUNT-DISPLAY PIC Z(6)9.99.
       01 WS-BONUS-DISPLAY PIC Z(4)9.99.
       01 WS-COUNT-DISPLAY PIC ZZ9.
       01 WS-ENROLLED-COUNT PIC 9(5).
       01 WS-PAID-COUNT PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE
           DISPLAY "OPERATOR (TELLER ID):          "
               WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID

           OPEN I-O PROMOTION-FILE
           IF WS-PROMOTION-STATUS = "35"
               OPEN OUTPUT PROMOTION-FILE
               CLOSE PROMOTION-FILE
               OPEN I-O PROMOTION-FILE
           END-IF
           IF WS-PROMOTION-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE PROMOTION FILE - "
                   "STATUS: " WS-PROMOTION-STATUS " ***"
               STOP RUN
           END-IF

           PERFORM UNTIL WS-OPTION = 5
               DISPLAY " "
               DISPLAY "---PROMOTION MAINTENANCE---"
               DISPLAY "    1. ADD A PROMOTION"
               DISPLAY "    2. LIST PROMOTIONS"
               DISPLAY "    3. WITHDRAW A PROMOTION"
               DISPLAY "    4. SHOW ENROLMENTS"
               DISPLAY "    5. EXIT"
               ACCEPT WS-OPTION
               EVALUATE WS-OPTION
                   WHEN 1
                       PERFORM ADD-PROMOTION
                   WHEN 2
                       PERFORM LIST-PROMOTIONS
                   WHEN 3
                       PERFORM WITHDRAW-PROMOTION
                   WHEN 4
                       PERFORM SHOW-ENROLLMENTS
                   WHEN 5
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "---INVALID OPTION---"
               END-EVALUATE
           END-PERFORM

           CLOSE PROMOTION-FILE
           DISPLAY "PROMOTION MAINTENANCE ENDED"
           STOP RUN.

       ADD-PROMOTION.
           INITIALIZE PROMOTION-RECORD
           DISPLAY "PROMOTION ID (8 CHARS):        "
               WITH NO ADVANCING
           ACCEPT PRM-ID
           IF PRM-ID = SPACES
               DISPLAY "A PROMOTION ID IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION:                   "
               WITH NO ADVANCING
           ACCEPT PRM-DESCRIPTION
           DISPLAY "OPENED FROM (YYYYMMDD):        "
               WITH NO ADVANCING
           ACCEPT PRM-START-DATE
           DISPLAY "OPENED TO (YYYYMMDD):          "
               WITH NO ADVANCING
           ACCEPT PRM-END-DATE
           IF PRM-START-DATE = 0 OR PRM-END-DATE < PRM-START-DATE
               DISPLAY "THE PROMOTION DATES ARE NOT VALID"
               EXIT PARAGRAPH
           END-IF
           IF PRM-END-DATE < WS-TODAY-DATE
               DISPLAY "THE PROMOTION WOULD ALREADY HAVE ENDED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "--- ELIGIBLE ACCOUNTS (BLANK = ANY) ---"
           DISPLAY "ACCOUNT TYPE (C/S/T):          "
               WITH NO ADVANCING
           ACCEPT PRM-ACCOUNT-TYPE
           MOVE FUNCTION UPPER-CASE(PRM-ACCOUNT-TYPE)
               TO PRM-ACCOUNT-TYPE
           IF PRM-ACCOUNT-TYPE NOT = SPACE
               AND PRM-ACCOUNT-TYPE NOT = "C"
               AND PRM-ACCOUNT-TYPE NOT = "S"
               AND PRM-ACCOUNT-TYPE NOT = "T"
               DISPLAY "ACCOUNT TYPE MUST BE C, S, T OR BLANK"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PRODUCT-IX FROM 1 BY 1
                   UNTIL WS-PRODUCT-IX > 4
               DISPLAY "PRODUCT CODE " WS-PRODUCT-IX
                   " (BLANK = NO MORE): "
                   WITH NO ADVANCING
               ACCEPT PRM-PRODUCT(WS-PRODUCT-IX)
               IF PRM-PRODUCT(WS-PRODUCT-IX) = SPACES
                   MOVE 5 TO WS-PRODUCT-IX
               END-IF
           END-PERFORM
           DISPLAY "--- TO QUALIFY ---"
           DISPLAY "DAYS FROM OPENING (0 = 60):    "
               WITH NO ADVANCING
           ACCEPT PRM-QUAL-DAYS
           IF PRM-QUAL-DAYS = 0
               MOVE 60 TO PRM-QUAL-DAYS
           END-IF
           DISPLAY "COUNT (D=DIRECT DEPOSITS ONLY, "
           DISPLAY "  C=ANY CUSTOMER CREDIT):      "
               WITH NO ADVANCING
           ACCEPT PRM-QUAL-RULE
           MOVE FUNCTION UPPER-CASE(PRM-QUAL-RULE) TO PRM-QUAL-RULE
           IF PRM-QUAL-RULE NOT = "C"
               MOVE "D" TO PRM-QUAL-RULE
           END-IF
           DISPLAY "MINIMUM TOTAL RECEIVED:        "
               WITH NO ADVANCING
           ACCEPT PRM-QUAL-MIN-AMOUNT
           DISPLAY "MINIMUM NUMBER OF CREDITS:     "
               WITH NO ADVANCING
           ACCEPT PRM-QUAL-MIN-COUNT
           IF PRM-QUAL-MIN-AMOUNT = 0 AND PRM-QUAL-MIN-COUNT = 0
               MOVE 1 TO PRM-QUAL-MIN-COUNT
           END-IF
           DISPLAY "BONUS AMOUNT:                  "
               WITH NO ADVANCING
           ACCEPT PRM-BONUS-AMOUNT
           IF PRM-BONUS-AMOUNT = 0
               DISPLAY "A BONUS AMOUNT IS REQUIRED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CLAWBACK DAYS (0 = 180):       "
               WITH NO ADVANCING
           ACCEPT PRM-CLAWBACK-DAYS
           IF PRM-CLAWBACK-DAYS = 0
               MOVE 180 TO PRM-CLAWBACK-DAYS
           END-IF
           MOVE "A" TO PRM-STATUS
           MOVE WS-OPERATOR-ID TO PRM-CREATED-BY
           MOVE WS-TODAY-DATE TO PRM-CREATED-DATE
           WRITE PROMOTION-RECORD
               INVALID KEY
                   DISPLAY "PROMOTION " PRM-ID " ALREADY EXISTS"
               NOT INVALID KEY
                   DISPLAY "PROMOTION " PRM-ID " ADDED"
           END-WRITE
           .

       LIST-PROMOTIONS.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-PROMOTION-FILE-EOF
           MOVE LOW-VALUES TO PRM-ID
           START PROMOTION-FILE KEY >= PRM-ID
               INVALID KEY
                   MOVE "Y" TO WS-PROMOTION-FILE-EOF
           END-START
           PERFORM UNTIL WS-PROMOTION-FILE-EOF = "Y"
               READ PROMOTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PROMOTION-FILE-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM SHOW-TERMS
               END-READ
           END-PERFORM
           DISPLAY WS-LIST-COUNT " PROMOTIONS ON FILE"
           .

       SHOW-TERMS.
           DISPLAY "   " PRM-ID " " PRM-STATUS "  "
               FUNCTION TRIM(PRM-DESCRIPTION)
           DISPLAY "      OPENED " PRM-START-DATE " TO " PRM-END-DATE
               "  TYPE " PRM-ACCOUNT-TYPE "  PRODUCTS "
               PRM-PRODUCT(1) " " PRM-PRODUCT(2) " "
               PRM-PRODUCT(3) " " PRM-PRODUCT(4)
           MOVE PRM-QUAL-MIN-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE PRM-BONUS-AMOUNT TO WS-BONUS-DISPLAY
           DISPLAY "      RULE " PRM-QUAL-RULE " WITHIN "
               PRM-QUAL-DAYS " DAYS: " WS-AMOUNT-DISPLAY
               " OVER " PRM-QUAL-MIN-COUNT " CREDITS  BONUS "
               WS-BONUS-DISPLAY "  CLAWBACK " PRM-CLAWBACK-DAYS
               " DAYS"
           .

      *    NO NEW ACCOUNTS ARE ENROLLED; EXISTING ENROLMENTS STILL
      *    QUALIFY, PAY AND CLAW BACK ON THEIR OWN DATES
       WITHDRAW-PROMOTION.
           DISPLAY "PROMOTION ID:                  "
               WITH NO ADVANCING
           ACCEPT PRM-ID
           READ PROMOTION-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO PROMOTION " PRM-ID
               NOT INVALID KEY
                   MOVE "X" TO PRM-STATUS
                   REWRITE PROMOTION-RECORD
                   IF WS-PROMOTION-STATUS NOT = "00"
                       DISPLAY "*** I/O ERROR - STATUS: "
                           WS-PROMOTION-STATUS " ***"
                   ELSE
                       DISPLAY "PROMOTION " PRM-ID " WITHDRAWN - "
                           "ACCOUNTS ALREADY ENROLLED RUN ON"
                   END-IF
           END-READ
           .

       SHOW-ENROLLMENTS.
           DISPLAY "PROMOTION ID:                  "
               WITH NO ADVANCING
           ACCEPT PRM-ID
           READ PROMOTION-FILE
               INVALID KEY
                   DISPLAY "THERE IS NO PROMOTION " PRM-ID
                   EXIT PARAGRAPH
           END-READ
           PERFORM SHOW-TERMS
           OPEN INPUT ENROLLMENT-FILE
           IF WS-ENROLLMENT-STATUS NOT = "00"
               DISPLAY "NO ACCOUNTS HAVE BEEN ENROLLED YET"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ENROLLED-COUNT WS-PAID-COUNT
           MOVE "N" TO WS-ENROLLMENT-FILE-EOF
           MOVE PRM-ID TO PEN-PROMO-ID
           START ENROLLMENT-FILE KEY = PEN-PROMO-ID
               INVALID KEY
                   MOVE "Y" TO WS-ENROLLMENT-FILE-EOF
           END-START
           DISPLAY "   ACCOUNT    OPENED   DEADLINE  ST   RECEIVED"
               " CREDITS      PAID"
           PERFORM UNTIL WS-ENROLLMENT-FILE-EOF = "Y"
               READ ENROLLMENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ENROLLMENT-FILE-EOF
                   NOT AT END
                       IF PEN-PROMO-ID NOT = PRM-ID
                           MOVE "Y" TO WS-ENROLLMENT-FILE-EOF
                       ELSE
                           ADD 1 TO WS-ENROLLED-COUNT
                           IF PEN-PAID-DATE NOT = 0
                               ADD 1 TO WS-PAID-COUNT
                           END-IF
                           COMPUTE WS-AMOUNT-DISPLAY =
                               PEN-QUAL-AMOUNT + PEN-DAY-AMOUNT
                           COMPUTE WS-COUNT-DISPLAY =
                               PEN-QUAL-COUNT + PEN-DAY-COUNT
                           DISPLAY "   " PEN-ACCOUNT " " PEN-OPEN-DATE
                               " " PEN-DEADLINE "  " PEN-STATUS "  "
                               WS-AMOUNT-DISPLAY "     "
                               WS-COUNT-DISPLAY
                               "  " PEN-PAID-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ENROLLMENT-FILE
           DISPLAY "   " WS-ENROLLED-COUNT " ENROLLED, "
               WS-PAID-COUNT " PAID A BONUS"
           .

       END PROGRAM PROMOTION-MAINTENANCE.
