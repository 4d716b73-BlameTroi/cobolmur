       01  CARRIER-CHARGE-RECORD.
      *
      *    ONE RECORD PER CARRIER FREIGHT BILL, KEYED IN AS THE
      *    BILLS ARRIVE. THE INVOICE NUMBER IS OUR INVOICE FOR THE
      *    SHIPMENT THE CARRIER IS CHARGING FOR, ZERO WHEN THE
      *    BILL DOES NOT SAY.
      *
           05  CB-CARRIER-CODE         PIC X(4).
           05  CB-FREIGHT-BILL-NO      PIC X(10).
           05  CB-BILL-DATE            PIC 9(8).
           05  CB-INVOICE-NO           PIC 9(6).
           05  CB-CHARGE-AMOUNT        PIC S9(5)V99.
