      *================================================================
      *    STANDBY-SITE REPLICATION DELTA RECORD
      *    ONE DELTA FILE (02_BANKING/repl_delta_<SEQUENCE>.dat,
      *    RECORD SEQUENTIAL) IS WRITTEN BY REPLICATION-EXTRACT
      *    (185_replication_extract.cob) EACH NIGHT AND LOADED AT
      *    THE STANDBY SITE BY REPLICATION-APPLY
      *    (186_replication_apply.cob). EVERY RECORD CARRIES THE
      *    DELTA'S SEQUENCE NUMBER. A DELTA IS:
      *
      *      "H"  ONE HEADER
      *      "D"  ONE ROW PER RECORD ADDED, CHANGED OR DELETED SINCE
      *           THE LAST DELTA - THE WHOLE RECORD AS IT NOW STANDS
      *           (AS IT LAST STOOD, FOR A DELETE)
      *      "T"  ONE CONTROL ROW PER REPLICATED FILE: THE COUNTS
      *           AND KEY HASH OF ITS "D" ROWS, AND THE RECORD COUNT
      *           AND AMOUNT TOTAL OF THE PRODUCTION FILE AS AT THE
      *           EXTRACT - WHAT THE STANDBY MUST AGREE WITH ONCE
      *           THE DELTA IS APPLIED
      *      "E"  ONE END ROW: THE TOTAL "D" ROWS AND KEY HASH. A
      *           DELTA WITHOUT ONE WAS CUT SHORT.
      *
      *    REPL-D-FILE / REPL-T-FILE NUMBER THE FILES:
      *      1 banking.dat           6 holds.dat
      *      2 04_customers.dat      7 term_deposits.dat
      *      3 customer_contacts.dat 8 cards.dat
      *      4 transaction.dat       9 legal_orders.dat
      *      5 loans.dat
      *    KEY HASHES ARE THE SUM OF THE RECORD KEYS, MODULO 10**18.
      *================================================================
       01 REPLICATION-RECORD.
           05 REPL-SEQUENCE PIC 9(8).
           05 REPL-TYPE PIC X.
           05 REPL-BODY PIC X(240).
           05 REPL-HEADER REDEFINES REPL-BODY.
               10 REPL-H-BUSINESS-DATE PIC 9(8).
               10 REPL-H-RUN-DATE PIC 9(8).
               10 REPL-H-RUN-TIME PIC 9(6).
      *        "Y" WHEN THE EXTRACT HAD NO EARLIER IMAGE OF ANY FILE
      *        AND SO SHIPPED EVERY RECORD - THE INITIAL LOAD
               10 REPL-H-FULL-LOAD PIC X.
               10 FILLER PIC X(217).
           05 REPL-DETAIL REDEFINES REPL-BODY.
               10 REPL-D-FILE PIC 9(2).
      *        "A" ADDED, "C" CHANGED, "D" DELETED
               10 REPL-D-ACTION PIC X.
               10 REPL-D-KEY PIC 9(18).
               10 REPL-D-LENGTH PIC 9(4).
               10 REPL-D-DATA PIC X(200).
               10 FILLER PIC X(15).
           05 REPL-FILE-TOTAL REDEFINES REPL-BODY.
               10 REPL-T-FILE PIC 9(2).
               10 REPL-T-ADDED PIC 9(9).
               10 REPL-T-CHANGED PIC 9(9).
               10 REPL-T-DELETED PIC 9(9).
               10 REPL-T-KEY-HASH PIC 9(18).
               10 REPL-T-RECORDS PIC 9(9).
               10 REPL-T-AMOUNT PIC S9(13)V99.
               10 FILLER PIC X(169).
           05 REPL-END REDEFINES REPL-BODY.
               10 REPL-E-DETAIL-COUNT PIC 9(9).
               10 REPL-E-KEY-HASH PIC 9(18).
               10 REPL-E-FILE-COUNT PIC 9(2).
               10 FILLER PIC X(211).
