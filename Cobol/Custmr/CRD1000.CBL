           READ CUSTXTRA
               INVALID KEY
                   DISPLAY "NO CREDIT RECORD -- LIMIT IS UNLIMITED."
                   MOVE SPACE TO CX-CUSTOMER-ADDRESS
                   MOVE ZERO  TO CX-PAYMENT-TERMS
                   PERFORM 300-ACCEPT-NEW-LIMIT
                   WRITE CUSTOMER-EXTRA-RECORD
                       INVALID KEY
