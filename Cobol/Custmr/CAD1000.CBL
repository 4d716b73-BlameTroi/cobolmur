                   MOVE ENTRY-CUSTOMER-NO TO CX-CUSTOMER-NO
                   MOVE ZERO  TO CX-CREDIT-LIMIT
                   MOVE SPACE TO CX-CUSTOMER-ADDRESS
                   MOVE ZERO  TO CX-PAYMENT-TERMS
                   PERFORM 300-ACCEPT-NEW-ADDRESS
                   WRITE CUSTOMER-EXTRA-RECORD
                       INVALID KEY
