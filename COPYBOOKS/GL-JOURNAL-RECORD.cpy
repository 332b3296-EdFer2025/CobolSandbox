      *================================================================
      *    SHARED MANUAL GL JOURNAL RECORD LAYOUT
      *    02_BANKING/gl_journal.dat, INDEXED ON GLJ-KEY. FINANCE
      *    KEYS A BALANCED ENTRY BETWEEN CONTROL ACCOUNTS IN
      *    GL-JOURNAL-ENTRY (02_BANKING/188_gl_journal_entry.cob);
      *    IT WAITS THERE UNTIL A DIFFERENT SUPERVISOR APPROVES IT IN
      *    GL-JOURNAL-APPROVAL (02_BANKING/189_gl_journal_approval.cob),
      *    WHICH POSTS IT AND PRINTS THE JOURNAL REGISTER.
      *
      *    ONE ENTRY IS SEVERAL ROWS UNDER THE SAME GLJ-ID:
      *      LINE 000        "H" THE HEADER - REASON, NARRATIVE,
      *                          STATUS, MAKER AND CHECKER
      *      LINES 001-020   "L" THE LEGS AS KEYED
      *      LINES 101-139   "P" THE POSTINGS APPROVAL MADE, EACH
      *                          WITH ITS TRANSACTION REFERENCE
      *
      *    AS EVERYWHERE ON THIS LEDGER A DEBIT IS THE FROM SIDE OF
      *    A POSTING (THE BALANCE GOES DOWN) AND A CREDIT THE TO SIDE
      *    (THE BALANCE GOES UP) - THE WAY TRIAL-BALANCE READS THEM.
      *    A TRANSACTION HAS ONE OF EACH, SO THE LEGS ARE PAIRED OFF
      *    DEBIT AGAINST CREDIT INTO AT MOST (LEGS - 1) POSTINGS.
      *================================================================
       01 GL-JOURNAL-RECORD.
           05 GLJ-KEY.
               10 GLJ-ID PIC 9(6).
               10 GLJ-LINE PIC 9(3).
           05 GLJ-ROW-TYPE PIC X.
           05 GLJ-BODY PIC X(150).
           05 GLJ-HEADER REDEFINES GLJ-BODY.
      *        GLJ-H-STATUS: "P" = PENDING, "A" = APPROVED AND
      *        POSTED, "R" = REJECTED, "X" = EXPIRED UNDECIDED
               10 GLJ-H-STATUS PIC X.
      *        GLJ-H-REASON: "RCLS" = RECLASSIFICATION, "ACCR" =
      *        ACCRUAL OR ACCRUAL CORRECTION, "CORR" = ERROR
      *        CORRECTION, "WOFF" = WRITE-OFF OR WRITE-BACK, "OTHR" =
      *        ANYTHING ELSE (THE NARRATIVE MUST SAY WHAT)
               10 GLJ-H-REASON PIC X(4).
               10 GLJ-H-NARRATIVE PIC X(60).
               10 GLJ-H-LEG-COUNT PIC 9(3).
               10 GLJ-H-TOTAL PIC 9(9)V99.
               10 GLJ-H-ENTERED-BY PIC X(10).
               10 GLJ-H-ENTERED-DATE PIC 9(8).
               10 GLJ-H-ENTERED-TIME PIC 9(6).
               10 GLJ-H-DECIDED-BY PIC X(10).
               10 GLJ-H-DECIDED-DATE PIC 9(8).
               10 GLJ-H-POSTING-COUNT PIC 9(3).
               10 FILLER PIC X(26).
           05 GLJ-LEG REDEFINES GLJ-BODY.
               10 GLJ-L-ACCOUNT PIC 9(9).
      *        "D" = DEBIT, "C" = CREDIT
               10 GLJ-L-SIDE PIC X.
               10 GLJ-L-AMOUNT PIC 9(7)V99.
               10 GLJ-L-MEMO PIC X(30).
               10 FILLER PIC X(101).
           05 GLJ-POSTING REDEFINES GLJ-BODY.
               10 GLJ-P-FROM-ACCOUNT PIC 9(9).
               10 GLJ-P-TO-ACCOUNT PIC 9(9).
               10 GLJ-P-AMOUNT PIC 9(7)V99.
               10 GLJ-P-REF PIC 9(10).
               10 FILLER PIC X(113).
