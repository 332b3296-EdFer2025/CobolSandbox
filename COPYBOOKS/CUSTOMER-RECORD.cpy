           05 CUSTOMER-RISK-RATING PIC X VALUE "L".
           05 CUSTOMER-LAST-REVIEW-DATE PIC 9(8) VALUE 0.
           05 CUSTOMER-NEXT-REVIEW-DATE PIC 9(8) VALUE 0.
      *    "I" = AN INDIVIDUAL, "B" = A BUSINESS (COMPANY,
      *    PARTNERSHIP, TRUST OR CLUB) - A BUSINESS CARRIES ITS NAME
      *    IN CUSTOMER-LAST-NAME AND MUST HAVE ITS BENEFICIAL OWNERS
      *    ON THE OWNERSHIP REGISTER (BENEFICIAL-OWNER-RECORD.cpy).
           05 CUSTOMER-TYPE PIC X VALUE "I".
      *    "Y" WHEN THE CUSTOMER HAS ASKED FOR NO MARKETING - CAMPAIGN
      *    TARGET LISTS (02_BANKING/175_campaign_list.cob) LEAVE
      *    THEM OFF. SERVICE LETTERS AND NOTICES ARE NOT AFFECTED.
           05 CUSTOMER-MARKETING-OPTOUT PIC X VALUE "N".
      *    "Y" WHEN THE CUSTOMER HAS ASKED FOR ONE CONSOLIDATED
      *    STATEMENT COVERING EVERY RELATIONSHIP (OWN AND JOINT
      *    ACCOUNTS, TERM DEPOSITS, LOANS) ON THE COMMON CYCLE DATE -
      *    STATEMENT-CYCLE (02_BANKING/09_statement_cycle.cob) THEN
      *    STOPS CUTTING THE SEPARATE STATEMENTS FOR THEIR ACCOUNTS.
           05 CUSTOMER-CONSOLIDATED-STMT PIC X VALUE "N".
