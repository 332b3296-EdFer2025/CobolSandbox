      *================================================================
      *    SHARED NOSTRO RECONCILIATION ITEM LAYOUT
      *    ONE ROW PER MOVEMENT ON OUR ACCOUNT AT THE CORRESPONDENT
      *    BANK, FROM EITHER SIDE: "B" ROWS ARE WHAT OUR OWN BOOKS
      *    SAY MOVED (DISPATCHED OUTBOUND PAYMENTS, URGENT WIRES,
      *    RETURNED PAYMENTS, INBOUND SETTLEMENT CREDITS); "S" ROWS
      *    ARE THE ENTRIES ON THE CORRESPONDENT'S DAILY STATEMENT.
      *    NOSTRO-RECON (02_BANKING/145_nostro_recon.cob) PAIRS A
      *    "B" ROW WITH AN "S" ROW OF THE SAME ENTRY TYPE, REFERENCE,
      *    DIRECTION AND AMOUNT; WHATEVER STAYS UNPAIRED CARRIES
      *    FORWARD AS AN OPEN ITEM AND AGES FROM ITS ITEM DATE.
      *    MATCHED ROWS ARE KEPT (STATUS "M") SO A PAIRING CAN
      *    ALWAYS BE TRACED.
      *================================================================
       01 NOSTRO-ITEM-RECORD.
           05 NOI-ID PIC 9(7).
      *    ALTERNATE KEY (WITH DUPLICATES) - THE MATCH LOOKS UP THE
      *    OTHER SIDE BY ENTRY TYPE AND REFERENCE
           05 NOI-MATCH-KEY.
      *        NOI-SIDE: "B" = OUR BOOKS, "S" = CORRESPONDENT
      *        STATEMENT
               10 NOI-SIDE PIC X.
      *        NOI-ENTRY-TYPE: "O" = OUTBOUND SETTLEMENT PAYMENT,
      *        "W" = URGENT WIRE, "R" = PAYMENT RETURNED TO US,
      *        "I" = INBOUND SETTLEMENT CREDIT, "X" = ANYTHING ELSE
      *        THE CORRESPONDENT POSTED (CHARGES, INTEREST, ...)
               10 NOI-ENTRY-TYPE PIC X.
      *        OUR OUT-REF / WIRE REF, OR THE SENDING BANK'S OWN
      *        REFERENCE FOR AN INBOUND CREDIT
               10 NOI-REFERENCE PIC X(16).
      *    NOI-DC: "D" = MONEY OUT OF THE NOSTRO, "C" = MONEY IN
           05 NOI-DC PIC X.
           05 NOI-AMOUNT PIC 9(9)V99.
      *    BOOKING DATE ("B") OR STATEMENT VALUE DATE ("S")
           05 NOI-ITEM-DATE PIC 9(8).
           05 NOI-NARRATIVE PIC X(20) VALUE SPACES.
      *    NOI-STATUS: "O" = OPEN, "M" = MATCHED
           05 NOI-STATUS PIC X VALUE "O".
           05 NOI-MATCHED-DATE PIC 9(8) VALUE 0.
           05 NOI-MATCHED-ID PIC 9(7) VALUE 0.
