       01  FREIGHT-HISTORY-RECORD.
      *
      *    ONE RECORD PER INVOICE THAT SHIPPED BY A CARRIER,
      *    WRITTEN BY THE BILLING RUN. THE MONTHLY FREIGHT REPORT
      *    SETS THE FREIGHT BILLED HERE AGAINST THE CARRIERS' OWN
      *    FREIGHT BILLS.
      *
           05  FH-INVOICE-NO           PIC 9(6).
           05  FH-INVOICE-DATE         PIC 9(8).
           05  FH-CUSTOMER-NO          PIC 9(5).
           05  FH-CARRIER-CODE         PIC X(4).
           05  FH-STATE-CODE           PIC X(2).
           05  FH-SHIP-WEIGHT          PIC 9(7)V99.
           05  FH-FREIGHT-BILLED       PIC S9(5)V99.
