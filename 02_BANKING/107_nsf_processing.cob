      *    NSF-ESCALATE-COUNT (FALLBACK 3) EVENTS INSIDE THE
      *    ROLLING NSF-WINDOW-DAYS (FALLBACK 90) - PUT IT ON THE
      *    SUPERVISOR REVIEW REPORT WITH A RECOMMENDATION TO
      *    CONSIDER STATUS "F". A MAILED NOTICE FOR A CUSTOMER WHOSE
      *    ADDRESS IS MARKED AS RETURNED MAIL GOES TO THE HELD-MAIL
      *    FILE INSTEAD (SEE MAIL-HOLD-CHECK). EVERY NOTICE IS ALSO
      *    PUT IN THE CORRESPONDENCE OUTBOX FOR THE NIGHTLY DISPATCH.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT HELD-MAIL-FILE
               ASSIGN TO "02_BANKING/held_mail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-MAIL-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/nsf_escalation_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD NOTICE-FILE.
       01 NOTICE-LINE PIC X(100).

       FD HELD-MAIL-FILE.
       01 HELD-MAIL-LINE PIC X(100).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-CONTACT-STATUS PIC XX.
       01 WS-NOTICE-STATUS PIC XX.
       01 WS-HELD-MAIL-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-NSF-EOF PIC X VALUE "N".
       01 WS-COUNT-EOF PIC X.
       01 WS-WINDOW-EVENTS PIC 9(3).
       01 WS-CHANNEL PIC X.
       01 WS-BEST-EFFECTIVE PIC 9(8).
       01 WS-MAIL-HELD PIC X.
       01 WS-MAIL-RETURNED-DATE PIC 9(8).
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
           COPY "CORRESPONDENCE-ITEM.cpy".
       01 WS-PARAM-NAME PIC X(20).
       01 WS-PARAM-LOOKUP-AMOUNT PIC S9(7)V99 VALUE 0.
       01 WS-PARAM-VALUE PIC S9(7)V9(4).
           CLOSE REPORT-FILE
           DISPLAY "NSF PROCESSING COMPLETE - " WS-FEE-COUNT
               " FEES POSTED, " WS-ESCALATED-COUNT " ACCOUNTS "
               "ESCALATED, " WS-HELD-COUNT " NOTICES HELD"
           MOVE 0 TO RETURN-CODE
           GOBACK.

               " ITEM " NSF-INSTRUMENT " FOR " NSF-AMOUNT
               " RETURNED UNPAID - FEE " WS-NSF-FEE " CHARGED"
               DELIMITED BY SIZE INTO NOTICE-LINE
           MOVE "N" TO WS-MAIL-HELD
           IF WS-CHANNEL NOT = "E"
               CALL "MAIL-HOLD-CHECK" USING WS-EVENT-CUSTOMER
                   WS-MAIL-HELD WS-MAIL-RETURNED-DATE
           END-IF
           IF WS-MAIL-HELD = "Y"
               PERFORM HOLD-CUSTOMER-NOTICE
           ELSE
               WRITE NOTICE-LINE
           END-IF
           PERFORM QUEUE-CUSTOMER-NOTICE
           .

      *    THE LETTER TEXT FOR THE OUTBOX - CORRESPONDENCE-WRITE
      *    SETS THE CHANNEL AND HOLDS IT WHEN THE MAIL IS RETURNING
       QUEUE-CUSTOMER-NOTICE.
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE WS-EVENT-CUSTOMER TO COI-CUSTOMER-ID
           MOVE WS-EVENT-ACCOUNT TO COI-ACCOUNT
           MOVE "NSF " TO COI-DOC-TYPE
           MOVE "NSF-PROCESSING" TO COI-PRODUCED-BY
           MOVE "NOTICE OF ITEM RETURNED UNPAID" TO COI-LINE(1)
           STRING "DATE " WS-TODAY-DATE "   ACCOUNT " WS-EVENT-ACCOUNT
               DELIMITED BY SIZE INTO COI-LINE(2)
           STRING "ITEM " NSF-INSTRUMENT " FOR " NSF-AMOUNT
               " WAS RETURNED UNPAID FOR INSUFFICIENT FUNDS."
               DELIMITED BY SIZE INTO COI-LINE(3)
           STRING "A FEE OF " WS-NSF-FEE
               " HAS BEEN CHARGED TO THE ACCOUNT."
               DELIMITED BY SIZE INTO COI-LINE(4)
           MOVE 4 TO COI-LINE-COUNT
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           .

      *    THE ADDRESS ON FILE IS RETURNING MAIL - THE NOTICE IS
      *    KEPT IN THE HELD-MAIL FILE UNDER A HEADING FOR THE MAIL
      *    ROOM INSTEAD OF GOING OUT WITH THE DAY'S NOTICES
       HOLD-CUSTOMER-NOTICE.
           OPEN EXTEND HELD-MAIL-FILE
           IF WS-HELD-MAIL-STATUS NOT = "00"
               OPEN OUTPUT HELD-MAIL-FILE
           END-IF
           MOVE SPACES TO HELD-MAIL-LINE
           STRING "HELD " WS-TODAY-DATE " CUSTOMER "
               WS-EVENT-CUSTOMER " MAIL RETURNED SINCE "
               WS-MAIL-RETURNED-DATE " - NSF NOTICE ACCOUNT "
               WS-EVENT-ACCOUNT
               DELIMITED BY SIZE INTO HELD-MAIL-LINE
           WRITE HELD-MAIL-LINE
           MOVE NOTICE-LINE TO HELD-MAIL-LINE
           WRITE HELD-MAIL-LINE
           CLOSE HELD-MAIL-FILE
           ADD 1 TO WS-HELD-COUNT
           .

      *    COUNT THE ACCOUNT'S EVENTS INSIDE THE ROLLING WINDOW
