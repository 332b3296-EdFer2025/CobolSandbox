      *    THE SURVIVOR - ACCOUNT-CUSTOMER-ID AND
      *    ACCOUNT-JOINT-CUSTOMER-ID IN banking.dat, AND THE GAME
      *    SCORE ROW IN scores.dat (BEST SCORE KEPT WHEN BOTH HAVE
      *    ONE), AND THE INTERACTION NOTES IN customer_notes.dat -
      *    THEN MARKS THE DUPLICATE CLOSED WITH
      *    CUSTOMER-MERGED-INTO POINTING AT THE SURVIVOR, AND PRINTS
      *    A BEFORE/AFTER RECONCILIATION OF HOW MANY RECORDS MOVED.
      *
               RECORD KEY IS SCORE-CUSTOMER-ID
               FILE STATUS IS WS-SCORE-STATUS.

           SELECT NOTE-FILE
               ASSIGN TO "01_EXAMPLES/customer_notes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT TELLER-FILE
               ASSIGN TO "02_BANKING/tellers.dat"
               ORGANIZATION IS INDEXED
           05 SCORE-HIGH-POINTS        PIC 9(8).
           05 SCORE-LAST-PLAYED-DATE   PIC 9(8).

       FD NOTE-FILE.
           COPY "CUSTOMER-NOTE-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".

       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-ACCOUNT-STATUS PIC XX.
       01 WS-SCORE-STATUS PIC XX.
       01 WS-NOTE-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-AUDIT-STATUS PIC XX.
       01 WS-ACCOUNT-FILE-EOF PIC X VALUE "N".
       01 WS-PRIMARY-MOVED PIC 9(5) VALUE 0.
       01 WS-JOINT-MOVED PIC 9(5) VALUE 0.
       01 WS-SCORES-MOVED PIC 9(5) VALUE 0.
       01 WS-NOTES-MOVED PIC 9(5) VALUE 0.
       01 WS-NOTES-DONE PIC X.
       01 WS-NOTE-WRITTEN PIC X.
       01 WS-NOTE-TRIES PIC 9(2).
       01 WS-NOTE-OLD-KEY PIC X(19).
       01 WS-DUP-SCORE-POINTS PIC 9(8).
       01 WS-DUP-SCORE-DATE PIC 9(8).


           PERFORM REPOINT-ACCOUNTS
           PERFORM MERGE-GAME-SCORE
           PERFORM MOVE-CUSTOMER-NOTES
           PERFORM CLOSE-DUPLICATE-RECORD
           PERFORM LOG-MERGE-AUDIT-ENTRY

           DISPLAY "  PRIMARY ACCOUNT LINKS MOVED:  " WS-PRIMARY-MOVED
           DISPLAY "  JOINT ACCOUNT LINKS MOVED:    " WS-JOINT-MOVED
           DISPLAY "  GAME SCORE ROWS MOVED:        " WS-SCORES-MOVED
           DISPLAY "  INTERACTION NOTES MOVED:      " WS-NOTES-MOVED
           DISPLAY "  DUPLICATE " WS-DUPLICATE-ID " IS NOW CLOSED, "
               "POINTING AT " WS-SURVIVOR-ID
       STOP RUN.
           CLOSE SCORE-FILE
           .

      *    THE NOTE KEY LEADS WITH THE CUSTOMER, SO EACH OF THE
      *    DUPLICATE'S NOTES IS WRITTEN AGAIN UNDER THE SURVIVOR
      *    (SAME DATE, TIME AND TEXT, CNOTE-MERGED-FROM SET) AND
      *    ONLY THEN IS THE ORIGINAL DELETED. THE SCAN RESTARTS FROM
      *    THE DUPLICATE'S FIRST NOTE EACH TIME, SO THE WRITES
      *    ELSEWHERE IN THE FILE NEVER UPSET THE READ POSITION. A
      *    NOTE THAT CANNOT BE WRITTEN IS LEFT WHERE IT IS AND THE
      *    MOVE STOPS THERE.
       MOVE-CUSTOMER-NOTES.
           OPEN I-O NOTE-FILE
           IF WS-NOTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NOTES-DONE
           PERFORM UNTIL WS-NOTES-DONE = "Y"
               MOVE WS-DUPLICATE-ID TO CNOTE-CUSTOMER-ID
               MOVE 0 TO CNOTE-INVERSE-STAMP
               START NOTE-FILE KEY >= CNOTE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-NOTES-DONE
               END-START
               IF WS-NOTES-DONE = "N"
                   READ NOTE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-NOTES-DONE
                   END-READ
               END-IF
               IF WS-NOTES-DONE = "N"
                   IF CNOTE-CUSTOMER-ID NOT = WS-DUPLICATE-ID
                       MOVE "Y" TO WS-NOTES-DONE
                   ELSE
                       PERFORM MOVE-ONE-NOTE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE NOTE-FILE
           .

       MOVE-ONE-NOTE.
           MOVE CNOTE-KEY TO WS-NOTE-OLD-KEY
           MOVE WS-SURVIVOR-ID TO CNOTE-CUSTOMER-ID
           IF CNOTE-MERGED-FROM = 0
               MOVE WS-DUPLICATE-ID TO CNOTE-MERGED-FROM
           END-IF
      *    THE SURVIVOR MAY HAVE A NOTE IN THE SAME SECOND - STEP
      *    THE STAMP DOWN THE WAY CUSTOMER-DB DOES
           MOVE "N" TO WS-NOTE-WRITTEN
           MOVE 0 TO WS-NOTE-TRIES
           PERFORM UNTIL WS-NOTE-WRITTEN = "Y" OR WS-NOTE-TRIES > 10
               WRITE CUSTOMER-NOTE-RECORD
                   INVALID KEY
                       SUBTRACT 1 FROM CNOTE-INVERSE-STAMP
                       ADD 1 TO WS-NOTE-TRIES
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NOTE-WRITTEN
               END-WRITE
           END-PERFORM
           IF WS-NOTE-WRITTEN = "N"
               DISPLAY "*** A NOTE DATED " CNOTE-DATE " COULD NOT BE "
                   "MOVED - STATUS: " WS-NOTE-STATUS " ***"
               MOVE "Y" TO WS-NOTES-DONE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NOTE-OLD-KEY TO CNOTE-KEY
           DELETE NOTE-FILE RECORD
           IF WS-NOTE-STATUS NOT = "00"
               DISPLAY "*** A NOTE DATED " CNOTE-DATE " WAS COPIED "
                   "BUT NOT REMOVED - STATUS: " WS-NOTE-STATUS " ***"
               MOVE "Y" TO WS-NOTES-DONE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTES-MOVED
           .

       CLOSE-DUPLICATE-RECORD.
           MOVE WS-DUPLICATE-ID TO CUSTOMER-ID
           READ CUSTOMER-FILE
           MOVE SPACES TO AUDIT-LINE
           STRING "  SUPERVISOR: " WS-SUPERVISOR-ID
               "  LINKS MOVED: " WS-PRIMARY-MOVED " PRIMARY, "
               WS-JOINT-MOVED " JOINT, " WS-NOTES-MOVED " NOTES"
               DELIMITED BY SIZE INTO AUDIT-LINE
           WRITE AUDIT-LINE

