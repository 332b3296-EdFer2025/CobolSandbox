      *    DATED ARCHIVES THE SAME WAY THE PASSBOOK DOES - THE
      *    HOLDER'S NAME, THE MAILING ADDRESS IN FORCE, AND A
      *    UNIQUE CONFIRMATION CONTROL NUMBER. THE CONTROL LOG
      *    TRACKS WHICH CONFIRMATIONS CAME BACK. A LETTER FOR A
      *    HOLDER WHOSE ADDRESS IS MARKED AS RETURNED MAIL IS HELD IN
      *    02_BANKING/held_mail.txt INSTEAD (SEE MAIL-HOLD-CHECK) AND
      *    LOGGED AS HELD, SO THE AUDITORS CAN CHOOSE ANOTHER ROUTE.
      *    EVERY LETTER IS ALSO PUT IN THE CORRESPONDENCE OUTBOX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT HELD-MAIL-FILE
               ASSIGN TO "02_BANKING/held_mail.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-MAIL-STATUS.

           SELECT CONTROL-LOG-FILE
               ASSIGN TO "02_BANKING/confirmation_control.dat"
               ORGANIZATION IS INDEXED
       FD LETTER-FILE.
       01 LETTER-LINE PIC X(80).

       FD HELD-MAIL-FILE.
       01 HELD-MAIL-LINE PIC X(100).

       FD CONTROL-LOG-FILE.
       01 CONTROL-LOG-RECORD.
           05 CNF-CONTROL-NUMBER PIC 9(7).
           05 CNF-AS-OF-DATE PIC 9(8).
           05 CNF-BALANCE PIC S9(9)V99.
           05 CNF-SENT-DATE PIC 9(8).
      *    CNF-STATUS: "S" = SENT, "R" = CAME BACK CONFIRMED,
      *    "H" = HELD - THE HOLDER'S MAIL IS BEING RETURNED
           05 CNF-STATUS PIC X VALUE "S".

       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-STATUS PIC XX.
       01 WS-SAMPLE-STATUS PIC XX.
       01 WS-LETTER-STATUS PIC XX.
       01 WS-HELD-MAIL-STATUS PIC XX.
       01 WS-HELD-OPEN PIC X VALUE "N".
       01 WS-MAIL-HELD PIC X.
       01 WS-MAIL-RETURNED-DATE PIC 9(8).
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
           COPY "CORRESPONDENCE-ITEM.cpy".
       01 WS-CONTROL-LOG-STATUS PIC XX.
       01 WS-SAMPLE-EOF PIC X VALUE "N".
       01 WS-ACCOUNT-FILE-EOF PIC X VALUE "N".
           END-IF

           CLOSE LETTER-FILE
           IF WS-HELD-OPEN = "Y"
               CLOSE HELD-MAIL-FILE
           END-IF
           CLOSE ACCOUNT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CONTACT-FILE
           CLOSE CONTROL-LOG-FILE
           DISPLAY "CONFIRMATION RUN COMPLETE - " WS-LETTER-COUNT
               " LETTERS TO 02_BANKING/confirmation_letters.txt, "
               WS-HELD-COUNT " OF THEM HELD FOR RETURNED MAIL"
           STOP RUN.

       SEED-NEXT-CONTROL.
           PERFORM BACK-OUT-LATER-POSTINGS
           PERFORM LOOKUP-HOLDER-NAME
           PERFORM FIND-NEWEST-ADDRESS
           CALL "MAIL-HOLD-CHECK" USING ACCOUNT-CUSTOMER-ID
               WS-MAIL-HELD WS-MAIL-RETURNED-DATE

           MOVE WS-NEXT-CONTROL TO CNF-CONTROL-NUMBER
           MOVE WS-TARGET-ACCOUNT TO CNF-ACCOUNT
           MOVE WS-AS-OF-BALANCE TO CNF-BALANCE
           MOVE WS-TODAY-DATE TO CNF-SENT-DATE
           MOVE "S" TO CNF-STATUS
           IF WS-MAIL-HELD = "Y"
               MOVE "H" TO CNF-STATUS
           END-IF
           WRITE CONTROL-LOG-RECORD
           IF WS-CONTROL-LOG-STATUS NOT = "00"
               DISPLAY "*** FAILED TO LOG CONFIRMATION - STATUS: "
           END-IF
           ADD 1 TO WS-NEXT-CONTROL
           ADD 1 TO WS-LETTER-COUNT
           IF WS-MAIL-HELD = "Y"
               PERFORM START-HELD-LETTER
           END-IF
           INITIALIZE CORRESPONDENCE-ITEM
           MOVE ACCOUNT-CUSTOMER-ID TO COI-CUSTOMER-ID
           MOVE WS-TARGET-ACCOUNT TO COI-ACCOUNT
           MOVE "CONF" TO COI-DOC-TYPE
           MOVE "CONFIRMATION-LETTERS" TO COI-PRODUCED-BY

           MOVE ALL "=" TO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "CONFIRMATION CONTROL NO " CNF-CONTROL-NUMBER
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "TO: " FUNCTION TRIM(WS-HOLDER-NAME)
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "    " FUNCTION TRIM(WS-BEST-ADDRESS-1) ", "
               FUNCTION TRIM(WS-BEST-CITY) " "
               FUNCTION TRIM(WS-BEST-POSTAL)
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "OUR AUDITORS ASK YOU TO CONFIRM THAT ACCOUNT "
               WS-TARGET-ACCOUNT
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "HELD A BALANCE OF " WS-AS-OF-BALANCE
               " AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "PLEASE SIGN AND RETURN QUOTING CONTROL NO "
               CNF-CONTROL-NUMBER
               DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM PUT-LETTER-LINE
           CALL "CORRESPONDENCE-WRITE" USING CORRESPONDENCE-ITEM
           .

      *    THE LETTER GOES TO THE MAIL RUN, OR - FOR A HOLDER WHOSE
      *    MAIL IS COMING BACK - TO THE HELD-MAIL FILE. EITHER WAY
      *    THE LINE IS KEPT FOR THE OUTBOX ITEM.
       PUT-LETTER-LINE.
           IF WS-MAIL-HELD = "Y"
               MOVE LETTER-LINE TO HELD-MAIL-LINE
               WRITE HELD-MAIL-LINE
           ELSE
               WRITE LETTER-LINE
           END-IF
           IF COI-LINE-COUNT < 20
               ADD 1 TO COI-LINE-COUNT
               MOVE LETTER-LINE TO COI-LINE(COI-LINE-COUNT)
           END-IF
           .

       START-HELD-LETTER.
           IF WS-HELD-OPEN = "N"
               OPEN EXTEND HELD-MAIL-FILE
               IF WS-HELD-MAIL-STATUS NOT = "00"
                   OPEN OUTPUT HELD-MAIL-FILE
               END-IF
               MOVE "Y" TO WS-HELD-OPEN
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE SPACES TO HELD-MAIL-LINE
           STRING "HELD " WS-TODAY-DATE " CUSTOMER "
               ACCOUNT-CUSTOMER-ID " MAIL RETURNED SINCE "
               WS-MAIL-RETURNED-DATE " - AUDIT CONFIRMATION ACCOUNT "
               WS-TARGET-ACCOUNT
               DELIMITED BY SIZE INTO HELD-MAIL-LINE
           WRITE HELD-MAIL-LINE
           .

      *    TODAY'S BALANCE MINUS THE EFFECT OF EVERYTHING POSTED
