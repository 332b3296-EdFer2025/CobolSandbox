           COPY "VAULT-RECORD.cpy".

       FD SHIPMENT-FILE.
           COPY "VAULT-SHIPMENT-RECORD.cpy".

       FD TELLER-FILE.
           COPY "TELLER-RECORD.cpy".
