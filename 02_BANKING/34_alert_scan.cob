      *    A DATED NOTIFICATION EXTRACT - ONE LINE PER ALERT WITH
      *    THE CUSTOMER'S NAME FROM 04_customers.dat - THAT THE MAIL
      *    HOUSE SENDS OUT. A CUSTOMER CAN FINALLY BE WARNED BEFORE
      *    THE MINIMUM-BALANCE FEE HITS INSTEAD OF AFTER. EACH ALERT
      *    IS ALSO PUT IN THE CORRESPONDENCE OUTBOX, WHICH SENDS IT
      *    BY THE CUSTOMER'S PREFERRED CHANNEL.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
       01 WS-SUBSCRIPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-CUSTOMER-DISPLAY-NAME PIC A(41).
       01 WS-ALERT-TEXT PIC X(50).
           COPY "CORRESPONDENCE-ITEM.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               DELIMITED BY SIZE INTO NOTIFY-LINE
           WRITE NOTIFY-LINE
           ADD 1 TO WS-ALERT-COUNT
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE ALERT-CUSTOMER-ID TO COI-CUSTOMER-ID
           MOVE ACCOUNT-NUMBER TO COI-ACCOUNT
           MOVE "ALRT" TO COI-DOC-TYPE
           MOVE "ALERT-SCAN" TO COI-PRODUCED-BY
           STRING "ACCOUNT ALERT FOR " WS-CUSTOMER-DISPLAY-NAME
               DELIMITED BY SIZE INTO COI-LINE(1)
           STRING "DATE " WS-TODAY-DATE "   " WS-ALERT-TEXT
               DELIMITED BY SIZE INTO COI-LINE(2)
           MOVE 2 TO COI-LINE-COUNT
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           .

       END PROGRAM ALERT-SCAN.
