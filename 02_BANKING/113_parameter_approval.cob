      *    WRITES THE LIVE bank_parameters.dat ROW WITH THE USUAL
      *    STAMPING; A PENDING ROW OLDER THAN PENDING-EXPIRE-DAYS
      *    (FALLBACK 7) EXPIRES UNDECIDED. THE PENDING-CHANGES
      *    REPORT RUNS EACH MORNING SO NOTHING WAITS UNSEEN. BEFORE
      *    DECIDING, THE CHECKER CAN ASK FOR THE CHANGE'S IMPACT
      *    REPORT (PARAMETER-IMPACT, 173_parameter_impact.cob) - THE
      *    BOOK REPLAYED WITH THE PROPOSED VALUE - ON SCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT IMPACT-FILE
               ASSIGN TO "02_BANKING/parameter_impact_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PENDING-FILE.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       FD IMPACT-FILE.
       01 IMPACT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PENDING-STATUS PIC XX.
       01 WS-PARAMETER-STATUS PIC XX.
       01 WS-TELLER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-IMPACT-STATUS PIC XX.
       01 WS-IMPACT-EOF PIC X.
       01 WS-PENDING-EOF PIC X VALUE "N".
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CURRENT-TIME PIC 9(8).
               "  TIER " PPD-TIER-FLOOR
           DISPLAY "  ENTERED BY " PPD-ENTERED-BY " ON "
               PPD-ENTERED-DATE
           MOVE "I" TO WS-DECISION
           PERFORM UNTIL WS-DECISION NOT = "I"
               AND WS-DECISION NOT = "i"
               DISPLAY "A=APPROVE, R=REJECT, I=IMPACT REPORT, "
                   "S=SKIP, Q=QUIT:"
                   WITH NO ADVANCING
               ACCEPT WS-DECISION
               IF WS-DECISION = "I" OR WS-DECISION = "i"
                   PERFORM SHOW-IMPACT-REPORT
               END-IF
           END-PERFORM
           EVALUATE WS-DECISION
               WHEN "A"
               WHEN "a"
           END-EVALUATE
           .

      *    THE LIVE PARAMETER FILE IS CLOSED WHILE THE REPLAY RUNS -
      *    IT AND BANK-PARAMETERS READ THE FILE THEMSELVES - AND THE
      *    REPORT IS SHOWN ON SCREEN AS WRITTEN.
       SHOW-IMPACT-REPORT.
           CLOSE PARAMETER-FILE
           CALL "PARAMETER-IMPACT" USING PPD-ID PPD-NAME
               PPD-EFFECTIVE-DATE PPD-TIER-FLOOR PPD-VALUE
           OPEN I-O PARAMETER-FILE
           IF WS-PARAMETER-STATUS = "35"
               OPEN OUTPUT PARAMETER-FILE
               CLOSE PARAMETER-FILE
               OPEN I-O PARAMETER-FILE
           END-IF
           OPEN INPUT IMPACT-FILE
           IF WS-IMPACT-STATUS NOT = "00"
               DISPLAY "NO IMPACT REPORT COULD BE PRODUCED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           MOVE "N" TO WS-IMPACT-EOF
           PERFORM UNTIL WS-IMPACT-EOF = "Y"
               READ IMPACT-FILE
                   AT END
                       MOVE "Y" TO WS-IMPACT-EOF
                   NOT AT END
                       DISPLAY FUNCTION TRIM(IMPACT-LINE TRAILING)
               END-READ
           END-PERFORM
           CLOSE IMPACT-FILE
           DISPLAY " "
           .

      *    APPROVAL IS THE MOMENT THE CHANGE GOES LIVE: THE ROW IS
      *    WRITTEN TO bank_parameters.dat STAMPED WITH THE MAKER AS
      *    UPDATED-BY AND THE CHECKER ON THE PENDING ROW.
