       DATA DIVISION.
       FILE SECTION.
       FD BOX-FILE.
           COPY "SDB-BOX-RECORD.cpy".

       FD ACCOUNT-FILE.
           COPY "ACCOUNT-RECORD.cpy".
