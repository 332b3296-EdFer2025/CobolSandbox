      *    FALLBACK 365, JUDGED FROM THE POSTING CROSS-REFERENCE)
      *    TO A DATED ARCHIVE FILE WITH A CATALOG ENTRY, AND THEN
      *    PURGES CUSTOMERS WITH NO REMAINING ACCOUNTS WHO ARE
      *    SOFT-DELETED OR MERGED-AWAY HUSKS, TAKING THEIR
      *    INTERACTION NOTES TO THE ARCHIVE WITH THEM. NOTHING
      *    LEAVES WHILE ANYTHING STILL POINTS AT IT: A CLOSED
      *    ACCOUNT WITH AN ACTIVE HOLD, A RUNNING LOAN, AN OPEN
      *    CLAIM, A LIVE TERM ROW OR A NON-ZERO BALANCE STAYS PUT.
      *    ARCHIVED MASTERS ARE VIEWED WITH MASTER-ARCHIVE-INQUIRY
      *    (111_master_archive_inquiry.cob).

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-CUST-STATUS.

           SELECT NOTE-FILE
               ASSIGN TO "01_EXAMPLES/customer_notes.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNOTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT ARCHIVE-NOTE-FILE
               ASSIGN TO WS-ARCHIVE-NOTE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-NOTE-STATUS.

           SELECT OFFBOARD-CATALOG-FILE
               ASSIGN TO "02_BANKING/offboard_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
                   ==CUSTOMER-LAST-REVIEW-DATE==
                       BY ==ARCC-LAST-REVIEW-DATE==
                   ==CUSTOMER-NEXT-REVIEW-DATE==
                       BY ==ARCC-NEXT-REVIEW-DATE==
                   ==CUSTOMER-TYPE== BY ==ARCC-TYPE==
                   ==CUSTOMER-MARKETING-OPTOUT==
                       BY ==ARCC-MARKETING-OPTOUT==
                   ==CUSTOMER-CONSOLIDATED-STMT==
                       BY ==ARCC-CONSOLIDATED-STMT==.

       FD NOTE-FILE.
           COPY "CUSTOMER-NOTE-RECORD.cpy".

       FD ARCHIVE-NOTE-FILE.
           COPY "CUSTOMER-NOTE-RECORD.cpy"
               REPLACING ==CUSTOMER-NOTE-RECORD== BY ==ARCN-RECORD==
                   ==CNOTE-KEY== BY ==ARCN-KEY==
                   ==CNOTE-CUSTOMER-ID== BY ==ARCN-CUSTOMER-ID==
                   ==CNOTE-INVERSE-STAMP== BY ==ARCN-INVERSE-STAMP==
                   ==CNOTE-DATE== BY ==ARCN-DATE==
                   ==CNOTE-TIME== BY ==ARCN-TIME==
                   ==CNOTE-TELLER-ID== BY ==ARCN-TELLER-ID==
                   ==CNOTE-BRANCH== BY ==ARCN-BRANCH==
                   ==CNOTE-CATEGORY== BY ==ARCN-CATEGORY==
                   ==CNOTE-TEXT== BY ==ARCN-TEXT==
                   ==CNOTE-MERGED-FROM== BY ==ARCN-MERGED-FROM==.

       FD OFFBOARD-CATALOG-FILE.
       01 OFFBOARD-CATALOG-RECORD.
           05 OBC-FILENAME PIC X(60).
      *    "A" = ARCHIVED ACCOUNTS, "C" = ARCHIVED CUSTOMERS,
      *    "N" = THE ARCHIVED CUSTOMERS' INTERACTION NOTES
           05 OBC-KIND PIC X.
           05 OBC-DATE PIC 9(8).
           05 OBC-RECORD-COUNT PIC 9(7).
       01 WS-ARCHIVE-ACCT-STATUS PIC XX.
       01 WS-ARCHIVE-CUST-STATUS PIC XX.
       01 WS-CATALOG-STATUS PIC XX.
       01 WS-NOTE-STATUS PIC XX.
       01 WS-ARCHIVE-NOTE-STATUS PIC XX.
       01 WS-NOTE-OPEN PIC X VALUE "N".
       01 WS-NOTES-DONE PIC X.
       01 WS-ACCOUNT-FILE-EOF PIC X VALUE "N".
       01 WS-CUSTOMER-FILE-EOF PIC X VALUE "N".
       01 WS-SCAN-EOF PIC X.
       01 WS-RETENTION-DAYS PIC 9(4) VALUE 365.
       01 WS-ARCHIVE-ACCT-FILENAME PIC X(60).
       01 WS-ARCHIVE-CUST-FILENAME PIC X(60).
       01 WS-ARCHIVE-NOTE-FILENAME PIC X(60).
       01 WS-ACCT-ARCHIVED PIC 9(5) VALUE 0.
       01 WS-CUST-ARCHIVED PIC 9(5) VALUE 0.
       01 WS-NOTE-ARCHIVED PIC 9(7) VALUE 0.
       01 WS-BLOCKED-COUNT PIC 9(5) VALUE 0.
       01 WS-WORK-ACCOUNT PIC 9(9).
       01 WS-WORK-CUSTOMER PIC 9(5).
           OPEN INPUT LOAN-FILE
           OPEN INPUT CLAIMS-FILE
           OPEN INPUT TERM-FILE
           OPEN I-O NOTE-FILE
           IF WS-NOTE-STATUS = "00"
               MOVE "Y" TO WS-NOTE-OPEN
           END-IF

           MOVE SPACES TO WS-ARCHIVE-ACCT-FILENAME
           STRING "02_BANKING/offboard_accounts_" WS-TODAY-DATE
           STRING "02_BANKING/offboard_customers_" WS-TODAY-DATE
               ".dat"
               DELIMITED BY SIZE INTO WS-ARCHIVE-CUST-FILENAME
           MOVE SPACES TO WS-ARCHIVE-NOTE-FILENAME
           STRING "02_BANKING/offboard_notes_" WS-TODAY-DATE
               ".dat"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NOTE-FILENAME
           OPEN OUTPUT ARCHIVE-ACCOUNT-FILE
           OPEN OUTPUT ARCHIVE-CUSTOMER-FILE
           OPEN OUTPUT ARCHIVE-NOTE-FILE

           PERFORM OFFBOARD-CLOSED-ACCOUNTS
           PERFORM OFFBOARD-ORPHAN-CUSTOMERS

           CLOSE ARCHIVE-ACCOUNT-FILE
           CLOSE ARCHIVE-CUSTOMER-FILE
           CLOSE ARCHIVE-NOTE-FILE
           PERFORM WRITE-CATALOG-ENTRIES

           CLOSE ACCOUNT-FILE
           CLOSE LOAN-FILE
           CLOSE CLAIMS-FILE
           CLOSE TERM-FILE
           IF WS-NOTE-OPEN = "Y"
               CLOSE NOTE-FILE
           END-IF
           DISPLAY "OFFBOARDING COMPLETE - " WS-ACCT-ARCHIVED
               " ACCOUNTS AND " WS-CUST-ARCHIVED " CUSTOMERS ("
               WS-NOTE-ARCHIVED " NOTES) ARCHIVED, "
               WS-BLOCKED-COUNT " BLOCKED BY INTEGRITY CHECKS"
           STOP RUN.

       OFFBOARD-CLOSED-ACCOUNTS.
               TO ARCC-LAST-REVIEW-DATE
           MOVE CUSTOMER-NEXT-REVIEW-DATE
               TO ARCC-NEXT-REVIEW-DATE
           MOVE CUSTOMER-TYPE TO ARCC-TYPE
           MOVE CUSTOMER-MARKETING-OPTOUT TO ARCC-MARKETING-OPTOUT
           MOVE CUSTOMER-CONSOLIDATED-STMT TO ARCC-CONSOLIDATED-STMT
           WRITE ARCC-RECORD
           IF WS-ARCHIVE-CUST-STATUS NOT = "00"
               EXIT PARAGRAPH
           DELETE CUSTOMER-FILE RECORD
           IF WS-CUSTOMER-STATUS = "00"
               ADD 1 TO WS-CUST-ARCHIVED
               PERFORM ARCHIVE-CUSTOMER-NOTES
           END-IF
           .

      *    THE CUSTOMER'S NOTES FOLLOW THEM INTO THE ARCHIVE, EACH
      *    ONE WRITTEN THERE BEFORE IT IS DELETED. THE SCAN RESTARTS
      *    FROM THE CUSTOMER'S FIRST NOTE EACH TIME ROUND, THE SAME
      *    WAY CUSTOMER-MERGE MOVES THEM.
       ARCHIVE-CUSTOMER-NOTES.
           IF WS-NOTE-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-NOTES-DONE
           PERFORM UNTIL WS-NOTES-DONE = "Y"
               MOVE WS-WORK-CUSTOMER TO CNOTE-CUSTOMER-ID
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
                   AND CNOTE-CUSTOMER-ID NOT = WS-WORK-CUSTOMER
                   MOVE "Y" TO WS-NOTES-DONE
               END-IF
               IF WS-NOTES-DONE = "N"
                   MOVE CUSTOMER-NOTE-RECORD TO ARCN-RECORD
                   WRITE ARCN-RECORD
                   IF WS-ARCHIVE-NOTE-STATUS NOT = "00"
                       DISPLAY "*** FAILED TO ARCHIVE A NOTE FOR "
                           "CUSTOMER " WS-WORK-CUSTOMER
                           " - LEFT ON FILE ***"
                       MOVE "Y" TO WS-NOTES-DONE
                   ELSE
                       DELETE NOTE-FILE RECORD
                       IF WS-NOTE-STATUS NOT = "00"
                           MOVE "Y" TO WS-NOTES-DONE
                       ELSE
                           ADD 1 TO WS-NOTE-ARCHIVED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

      *    THE ACCOUNT MASTER IS WALKED ONCE PER CANDIDATE - SLOW
      *    BUT SAFE, AND OFFBOARDING IS A QUIET-SEASON JOB. THE
      *    POSITION ON THE CUSTOMER SCAN IS UNTOUCHED (DIFFERENT
               MOVE WS-CUST-ARCHIVED TO OBC-RECORD-COUNT
               WRITE OFFBOARD-CATALOG-RECORD
           END-IF
           IF WS-NOTE-ARCHIVED NOT = 0
               MOVE WS-ARCHIVE-NOTE-FILENAME TO OBC-FILENAME
               MOVE "N" TO OBC-KIND
               MOVE WS-TODAY-DATE TO OBC-DATE
               MOVE WS-NOTE-ARCHIVED TO OBC-RECORD-COUNT
               WRITE OFFBOARD-CATALOG-RECORD
           END-IF
           CLOSE OFFBOARD-CATALOG-FILE
           .

