       01  SERIAL-HISTORY-RECORD.
      *
      *    ONE RECORD PER EVENT IN A SERIAL NUMBER'S LIFE, IN THE
      *    ORDER THEY HAPPENED. THE REFERENCE IS THE ORDER NUMBER
      *    FOR A SHIPMENT AND THE RMA NUMBER FOR A RETURN; THE
      *    VENDOR IS CARRIED ON RECEIPTS AND DROP SHIPMENTS.
      *
           05  SV-ITEM-NO              PIC X(5).
           05  SV-SERIAL-NO            PIC X(15).
           05  SV-EVENT-DATE           PIC 9(8).
           05  SV-EVENT-CODE           PIC X.
               88  SERIAL-RECEIVED-EVENT       VALUE "R".
               88  SERIAL-SHIPPED-EVENT        VALUE "S".
               88  SERIAL-DROP-SHIPPED-EVENT   VALUE "D".
               88  SERIAL-RETURNED-EVENT       VALUE "T".
               88  SERIAL-SCRAPPED-EVENT       VALUE "X".
           05  SV-VENDOR-NO            PIC X(5).
           05  SV-CUSTOMER-NO          PIC 9(5).
           05  SV-REFERENCE-NO         PIC 9(6).
           05  SV-SOURCE-PROGRAM       PIC X(8).
