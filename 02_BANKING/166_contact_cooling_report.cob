       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-COOLING-REPORT.

      *    DAILY REPORT TO THE FRAUD TEAM OF EVERY CHANGE OF ADDRESS,
      *    PHONE OR EMAIL THAT WAS FOLLOWED INSIDE ITS COOLING-OFF
      *    WINDOW BY A HIGH-RISK ACTION ON THE BUSINESS DATE - A CARD
      *    ORDERED, A PAYEE SAVED, MONEY SENT TO ANOTHER BANK, AN
      *    ONLINE INSTRUCTION OR A KIOSK PIN SET. READS THE EVENT
      *    ROWS CONTACT-COOLING-CHECK WRITES
      *    (COOLING-EVENT-RECORD.cpy); EACH CHANGE IS HEADED ONCE
      *    WITH THE DAY IT WAS KEYED AND THE END OF ITS WINDOW,
      *    FOLLOWED BY THE DAY'S ATTEMPTS ON IT, REFUSED OR LET
      *    THROUGH BY A SUPERVISOR. AN OVERRIDE IS THE LINE TO CALL
      *    THE CUSTOMER ABOUT.
      *    WRITES 02_BANKING/contact_cooling_report.txt.
      *
      *    RUNS STANDALONE OR AS A STEP CALLED BY
      *    16_end_of_day.cob - GOBACK RETURNS TO THAT DRIVER WITH
      *    RETURN-CODE 0 (OK) OR 4 (FAILED).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE
               ASSIGN TO "02_BANKING/contact_cooling_events.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCE-KEY
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO "02_BANKING/contact_cooling_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EVENT-FILE.
           COPY "COOLING-EVENT-RECORD.cpy".

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-EVENT-OPEN PIC X VALUE "N".
       01 WS-FILE-EOF PIC X.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-LAST-CUSTOMER PIC 9(5) VALUE 0.
       01 WS-LAST-CHANGE-DATE PIC 9(8) VALUE 0.
       01 WS-ACTION-TEXT PIC X(16).
       01 WS-OUTCOME-TEXT PIC X(10).
       01 WS-CHANGE-COUNT PIC 9(7) VALUE 0.
       01 WS-EVENT-COUNT PIC 9(7) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERRIDE-COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           CALL "BUSINESS-DATE" USING WS-TODAY-DATE

      *    NO EVENT FILE YET SIMPLY MEANS NOTHING HAS EVER BEEN
      *    TRIED INSIDE A WINDOW - THE REPORT STILL GOES OUT, EMPTY
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS = "00"
               MOVE "Y" TO WS-EVENT-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** COULD NOT OPEN THE REPORT FILE - STATUS: "
                   WS-REPORT-STATUS " ***"
               IF WS-EVENT-OPEN = "Y"
                   CLOSE EVENT-FILE
               END-IF
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "CONTACT CHANGE COOLING-OFF REPORT - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "HIGH-RISK ACTIONS INSIDE A CONTACT-CHANGE WINDOW"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "    TIME   ACTION           ACCOUNT   TELLER     "
               & "SUPERVISOR OUTCOME" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-EVENT-OPEN = "Y"
               PERFORM REPORT-EVENT-ROWS
               CLOSE EVENT-FILE
           END-IF
           IF WS-EVENT-COUNT = 0
               MOVE "  NO HIGH-RISK ACTIONS INSIDE A COOLING-OFF WINDOW"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM WRITE-SUMMARY

           CLOSE REPORT-FILE
           DISPLAY "CONTACT COOLING-OFF REPORT COMPLETE - "
               WS-CHANGE-COUNT " CHANGES, " WS-EVENT-COUNT
               " ACTIONS, " WS-OVERRIDE-COUNT " OVERRIDDEN"
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *    THE EVENT FILE IS KEYED BY CUSTOMER AND CHANGE, SO A
      *    CHANGE'S EVENTS ARE CONTIGUOUS - THE WHOLE FILE IS READ
      *    AND ONLY THE BUSINESS DATE'S ROWS ARE PRINTED
       REPORT-EVENT-ROWS.
           MOVE "N" TO WS-FILE-EOF
           MOVE LOW-VALUES TO CCE-KEY
           START EVENT-FILE KEY >= CCE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-FILE-EOF
           END-START
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ EVENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF CCE-EVENT-DATE = WS-TODAY-DATE
                           PERFORM WRITE-EVENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           .

       WRITE-EVENT-LINE.
           IF CCE-CUSTOMER-ID NOT = WS-LAST-CUSTOMER
               OR CCE-CHANGE-DATE NOT = WS-LAST-CHANGE-DATE
               PERFORM WRITE-CHANGE-HEADING
           END-IF
           ADD 1 TO WS-EVENT-COUNT
           EVALUATE CCE-ACTION
               WHEN "CR"
                   MOVE "CARD ISSUED" TO WS-ACTION-TEXT
               WHEN "PY"
                   MOVE "PAYEE SAVED" TO WS-ACTION-TEXT
               WHEN "XT"
                   MOVE "EXTERNAL PAYMENT" TO WS-ACTION-TEXT
               WHEN "OL"
                   MOVE "ONLINE INSTR" TO WS-ACTION-TEXT
               WHEN "PN"
                   MOVE "KIOSK PIN" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE CCE-ACTION TO WS-ACTION-TEXT
           END-EVALUATE
           IF CCE-OUTCOME = "O"
               MOVE "OVERRIDDEN" TO WS-OUTCOME-TEXT
               ADD 1 TO WS-OVERRIDE-COUNT
           ELSE
               MOVE "REFUSED" TO WS-OUTCOME-TEXT
               ADD 1 TO WS-REFUSED-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "    " CCE-EVENT-TIME(1:6) " " WS-ACTION-TEXT " "
               CCE-ACCOUNT " " CCE-TELLER-ID " " CCE-SUPERVISOR-ID
               " " WS-OUTCOME-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-CHANGE-HEADING.
           MOVE CCE-CUSTOMER-ID TO WS-LAST-CUSTOMER
           MOVE CCE-CHANGE-DATE TO WS-LAST-CHANGE-DATE
           ADD 1 TO WS-CHANGE-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CUSTOMER " CCE-CUSTOMER-ID
               "  CHANGE EFFECTIVE " CCE-CHANGE-DATE
               "  KEYED " CCE-RECORDED-DATE
               "  WINDOW TO " CCE-COOLING-UNTIL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SUMMARY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "-" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  CONTACT CHANGES WITH ACTIONS        "
               WS-CHANGE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  HIGH-RISK ACTIONS ATTEMPTED         "
               WS-EVENT-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    REFUSED                           "
               WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    OVERRIDDEN BY A SUPERVISOR        "
               WS-OVERRIDE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           .

       END PROGRAM CONTACT-COOLING-REPORT.
