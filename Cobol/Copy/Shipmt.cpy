       01  SHIPMENT-RECORD.
      *
      *    ONE RECORD PER BILL OF LADING, WRITTEN BY SHIPPING
      *    CONFIRMATION WHEN THE FREIGHT IS HANDED TO THE CARRIER.
      *    A SHIPMENT IS THE CONFIRMED LINES OF ONE ORDER GOING TO
      *    ONE SHIP-TO FROM ONE WAREHOUSE ON ONE CARRIER. THE
      *    CARTON COUNT AND WEIGHT (WHOLE POUNDS) ARE WHAT THE DOCK
      *    KEYED OFF THE SCALE. THE FILE IS NEVER PURGED: IT IS THE
      *    RECORD OF WHAT EACH DRIVER SIGNED FOR, AND THE MANIFEST
      *    RUN REPRINTS ANY DAY'S PICKUPS FROM IT.
      *
           05  SM-BOL-NO               PIC 9(6).
           05  SM-SHIP-DATE            PIC 9(8).
           05  SM-CARRIER-CODE         PIC X(4).
           05  SM-ORDER-NO             PIC 9(6).
           05  SM-CUSTOMER-NO          PIC 9(5).
           05  SM-SHIP-TO-CODE         PIC X(3).
           05  SM-WAREHOUSE-CODE       PIC X(2).
           05  SM-WAVE-NO              PIC 9(6).
           05  SM-LINE-COUNT           PIC 9(3).
           05  SM-UNITS-SHIPPED        PIC 9(7).
           05  SM-CARTON-COUNT         PIC 9(4).
           05  SM-TOTAL-WEIGHT         PIC 9(7).
