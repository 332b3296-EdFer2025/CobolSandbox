      *         DUE-DILIGENCE NOTICE LINE ON THE EXTRACT (ADDRESSED
      *         FROM THE NEWEST customer_contacts.dat ROW) AND A
      *         TRACKING ROW STAMPED WITH TODAY AS THE NOTICE DATE.
      *         THE NOTICE LETTER ITSELF GOES TO THE CUSTOMER
      *         THROUGH THE CORRESPONDENCE OUTBOX.
      *      2. A TRACKED ACCOUNT WHOSE RESPONSE WINDOW
      *         (ESCHEAT-WAIT-DAYS PARAMETER, FALLBACK 60) HAS
      *         PASSED AND WHICH IS STILL DORMANT HAS ITS BALANCE
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
       01 WS-PARAM-FOUND PIC X VALUE "N".
           COPY "CORRESPONDENCE-ITEM.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM QUEUE-ESCHEAT-NOTICE
           .

      *    THE DUE-DILIGENCE LETTER FOR THE OUTBOX - THE DISPATCHER
      *    ADDRESSES IT FROM THE CONTACT ROW IN FORCE WHEN IT GOES
       QUEUE-ESCHEAT-NOTICE.
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE ACCOUNT-CUSTOMER-ID TO COI-CUSTOMER-ID
           MOVE ACCOUNT-NUMBER TO COI-ACCOUNT
           MOVE "ESCH" TO COI-DOC-TYPE
           MOVE "ESCHEATMENT" TO COI-PRODUCED-BY
           MOVE "NOTICE OF DORMANT ACCOUNT - UNCLAIMED PROPERTY"
               TO COI-LINE(1)
           STRING "DATE " WS-TODAY-DATE "   ACCOUNT " ACCOUNT-NUMBER
               DELIMITED BY SIZE INTO COI-LINE(2)
           STRING "THERE HAS BEEN NO ACTIVITY ON THIS ACCOUNT AND ITS "
               "BALANCE OF " ESC-AMOUNT
               DELIMITED BY SIZE INTO COI-LINE(3)
           MOVE "MUST BE REPORTED AND PAID TO THE STATE AS UNCLAIMED "
               & "PROPERTY UNLESS YOU CONTACT US." TO COI-LINE(4)
           STRING "PLEASE VISIT A BRANCH OR CALL US WITHIN "
               WS-WAIT-DAYS " DAYS TO KEEP THE ACCOUNT OPEN."
               DELIMITED BY SIZE INTO COI-LINE(5)
           MOVE 5 TO COI-LINE-COUNT
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           .

      *    THE ROW IN FORCE IS THE NEWEST EFFECTIVE-DATED ADDRESS
