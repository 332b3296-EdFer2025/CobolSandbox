      *================================================================
      *    SHARED NOSTRO POSITION RECORD LAYOUT
      *    A SINGLE ROW (NP-KEY 1) HOLDING BOTH SIDES OF OUR ACCOUNT
      *    AT THE CORRESPONDENT BANK: THE BALANCE ON ITS LAST
      *    STATEMENT, AND OUR OWN BOOK BALANCE - THE FIRST STATEMENT'S
      *    OPENING BALANCE PLUS EVERY MOVEMENT OUR BOOKS HAVE SENT OR
      *    RECEIVED SINCE. THE GAP BETWEEN THE TWO IS EXPLAINED BY
      *    THE OPEN ITEMS (NOSTRO-ITEM-RECORD.cpy). MAINTAINED BY
      *    NOSTRO-RECON (02_BANKING/145_nostro_recon.cob).
      *================================================================
       01 NOSTRO-POSITION-RECORD.
           05 NP-KEY PIC 9.
           05 NP-CORRESPONDENT PIC X(6) VALUE SPACES.
      *    LAST BUSINESS DATE WHOSE MOVEMENTS HAVE BEEN BOOKED - THE
      *    NEXT RUN PICKS UP EVERYTHING AFTER IT
           05 NP-LAST-BOOK-DATE PIC 9(8) VALUE 0.
           05 NP-BOOK-BALANCE PIC S9(11)V99 VALUE 0.
           05 NP-STATEMENT-DATE PIC 9(8) VALUE 0.
           05 NP-STATEMENT-BALANCE PIC S9(11)V99 VALUE 0.
      *    "N" UNTIL THE FIRST STATEMENT HAS SET THE STARTING BOOK
      *    BALANCE FROM ITS OPENING BALANCE
           05 NP-SEEDED PIC X VALUE "N".
           05 NP-NEXT-ITEM-ID PIC 9(7) VALUE 1.
