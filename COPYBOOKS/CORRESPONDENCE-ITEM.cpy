      *================================================================
      *    CORRESPONDENCE OUTBOX ITEM - THE BLOCK A PROGRAM FILLS IN
      *    AND PASSES TO CORRESPONDENCE-WRITE
      *    (02_BANKING/170_correspondence_write.cob) TO PUT ONE LETTER
      *    OR NOTICE IN THE OUTBOX (CORRESPONDENCE-RECORD.cpy). THE
      *    CALLER SETS THE CUSTOMER, ACCOUNT, DOCUMENT TYPE, ITS OWN
      *    PROGRAM NAME AND THE TEXT LINES; THE CHANNEL AND STATUS
      *    COME BACK FILLED IN. LINES PAST THE TWENTIETH ARE DROPPED.
      *================================================================
       01 CORRESPONDENCE-ITEM.
           05 COI-CUSTOMER-ID PIC 9(5).
           05 COI-ACCOUNT PIC 9(9).
           05 COI-DOC-TYPE PIC X(4).
           05 COI-PRODUCED-BY PIC X(20).
           05 COI-CHANNEL PIC X.
           05 COI-STATUS PIC X.
           05 COI-LINE-COUNT PIC 9(2).
           05 COI-LINE PIC X(100) OCCURS 20 TIMES.
