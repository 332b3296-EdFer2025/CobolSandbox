      *    SUPERVISOR DESK FOR THE FRAUD REVIEW QUEUE: WALKS THE
      *    OPEN HITS THE INTRADAY FRAUD-CHECK AND THE NIGHTLY
      *    FRAUD-SWEEP QUEUED, AND FOR EACH EITHER CLEARS IT OR
      *    FREEZES THE ACCOUNT - A "NO DEBITS" RESTRICTION WITH
      *    REASON "FR" THROUGH PLACE-ACCOUNT-RESTRICTION, SO LIFTING
      *    IT LATER CANNOT UNDO A COURT ORDER OR ANY OTHER
      *    RESTRICTION ON THE SAME ACCOUNT. EVERY
      *    DISPOSITION IS WRITTEN TO THE AUDIT MASTER SO "WHO
      *    CLEARED THAT HIT" IS AN AUDIT-INQUIRY FILTER.
      *
      *    A HIT THAT LOOKS SUSPICIOUS BUT DOES NOT CALL FOR A FREEZE
      *    CAN BE REFERRED TO INVESTIGATION INSTEAD. A REFERRED OR
      *    FROZEN HIT IS ALSO LOGGED THROUGH COMPLIANCE-HIT-LOG
      *    AGAINST THE ACCOUNT HOLDER, WHERE INVESTIGATION-CASES
      *    (179_investigation_cases.cob) CAN LINK IT TO A CASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-DECISION PIC X.
       01 WS-DONE PIC X VALUE "N".
       01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
       01 WS-RST-TYPE PIC X VALUE "D".
       01 WS-RST-REASON PIC X(2) VALUE "FR".
       01 WS-RST-NOTE PIC X(30).
       01 WS-RST-EXPIRY PIC 9(8) VALUE 0.
       01 WS-RST-SEQ PIC 9(4).
       01 WS-RST-PLACED PIC X.
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
       01 WS-TELLER-MAX-FAILS PIC 9 VALUE 3.

      *THE HIT AS HANDED TO COMPLIANCE-HIT-LOG
       01 WS-HIT-SOURCE PIC X(4) VALUE "FRD".
       01 WS-HIT-SOURCE-REF PIC X(12).
       01 WS-HIT-CUSTOMER-ID PIC 9(5).
       01 WS-HIT-AMOUNT PIC 9(9)V99.
       01 WS-HIT-DETAIL PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY "  ACCOUNT " FRD-ACCOUNT " AMOUNT " FRD-AMOUNT
               " ON " FRD-DATE
           DISPLAY "  " FUNCTION TRIM(FRD-DETAIL)
           DISPLAY "C=CLEAR, F=FREEZE THE ACCOUNT, "
               "R=REFER TO INVESTIGATION, S=SKIP, Q=QUIT:"
               WITH NO ADVANCING
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
                               " IS NOT ON FILE - HIT LEFT OPEN"
                           EXIT PARAGRAPH
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE SPACES TO WS-RST-NOTE
                   STRING "FRAUD REVIEW HIT " FRD-ID
                       DELIMITED BY SIZE INTO WS-RST-NOTE
                   CALL "PLACE-ACCOUNT-RESTRICTION" USING FRD-ACCOUNT
                       WS-RST-TYPE WS-RST-REASON WS-RST-NOTE
                       WS-REVIEWER-ID WS-TODAY-DATE WS-RST-EXPIRY
                       WS-RST-SEQ WS-RST-PLACED
                   IF WS-RST-PLACED = "N"
                       DISPLAY "*** COULD NOT RECORD THE RESTRICTION "
                           "ON ACCOUNT " FRD-ACCOUNT
                           " - HIT LEFT OPEN ***"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "F" TO FRD-STATUS
                   MOVE WS-REVIEWER-ID TO FRD-REVIEWED-BY
                   MOVE WS-TODAY-DATE TO FRD-REVIEW-DATE
                   REWRITE FRAUD-RECORD
                   PERFORM WRITE-DISPOSITION-AUDIT
                   PERFORM LOG-COMPLIANCE-HIT
                   DISPLAY "ACCOUNT " FRD-ACCOUNT " FROZEN - "
                       "RESTRICTION " WS-RST-SEQ
               WHEN "R"
               WHEN "r"
                   MOVE FRD-ACCOUNT TO ACCOUNT-NUMBER
                   READ ACCOUNT-FILE
                       INVALID KEY
                           DISPLAY "ACCOUNT " FRD-ACCOUNT
                               " IS NOT ON FILE - HIT LEFT OPEN"
                           EXIT PARAGRAPH
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE "R" TO FRD-STATUS
                   MOVE WS-REVIEWER-ID TO FRD-REVIEWED-BY
                   MOVE WS-TODAY-DATE TO FRD-REVIEW-DATE
                   REWRITE FRAUD-RECORD
                   PERFORM WRITE-DISPOSITION-AUDIT
                   PERFORM LOG-COMPLIANCE-HIT
                   DISPLAY "REFERRED TO INVESTIGATION - CUSTOMER "
                       ACCOUNT-CUSTOMER-ID
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-DONE
           END-EVALUATE
           .

      *    ACCOUNT-RECORD HOLDS THE HIT'S ACCOUNT. THE HIT GOES ON
      *    FILE AGAINST THE ACCOUNT HOLDER, KEYED BY THE QUEUE ID.
       LOG-COMPLIANCE-HIT.
           MOVE SPACES TO WS-HIT-SOURCE-REF
           MOVE FRD-ID TO WS-HIT-SOURCE-REF
           MOVE ACCOUNT-CUSTOMER-ID TO WS-HIT-CUSTOMER-ID
           MOVE FRD-AMOUNT TO WS-HIT-AMOUNT
           MOVE SPACES TO WS-HIT-DETAIL
           STRING FRD-RULE " " FRD-DETAIL
               DELIMITED BY SIZE INTO WS-HIT-DETAIL
           CALL "COMPLIANCE-HIT-LOG" USING WS-HIT-SOURCE
               WS-HIT-SOURCE-REF WS-HIT-CUSTOMER-ID FRD-ACCOUNT
               FRD-DATE WS-HIT-AMOUNT WS-HIT-DETAIL
           .

       END PROGRAM FRAUD-REVIEW.
