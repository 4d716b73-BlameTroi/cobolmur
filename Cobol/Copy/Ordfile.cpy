           05  OR-PRICE-SOURCE         PIC X.
               88  CONTRACT-PRICED             VALUE "C".
               88  MASTER-PRICED               VALUE "M".
               88  OVERRIDE-PRICED             VALUE "O".
               88  BREAK-PRICED                VALUE "Q".
           05  OR-SHIP-DATE            PIC 9(8).
           05  OR-CARRIER-CODE         PIC X(4).
           05  OR-INVOICE-NO           PIC 9(6).
               88  ORDER-SHIPPED               VALUE "S".
               88  ORDER-BILLED                VALUE "B".
               88  ORDER-CANCELLED             VALUE "X".
      *
      *    THE CUSTOMER'S OWN PURCHASE ORDER NUMBER AND THE DATE
      *    THEY ASKED TO HAVE THE LINE SHIPPED. BOTH PRINT ON THE
      *    ACKNOWLEDGMENT, PICK LIST, AND INVOICE, AND THE ON-TIME
      *    SHIPMENT REPORT MEASURES THE SHIP DATE AGAINST THE
      *    REQUESTED DATE. A ZERO REQUESTED DATE MEANS NONE WAS
      *    GIVEN.
      *
           05  OR-CUSTOMER-PO-NO       PIC X(10).
           05  OR-REQUESTED-DATE       PIC 9(8).
      *
      *    A DROP-SHIP LINE IS SHIPPED BY THE VENDOR STRAIGHT TO
      *    THE CUSTOMER. IT NEVER TOUCHES OUR STOCK: ORDER ENTRY
      *    RAISES A PURCHASE ORDER ON THE VENDOR AT THE CATALOG
      *    QUOTED COST INSTEAD OF ALLOCATING, THE PICK LIST PASSES
      *    IT BY, AND SHIPPING CONFIRMATION SETS IT SHIPPED WHEN
      *    THE VENDOR SAYS IT HAS GONE. THE VENDOR AND PO COST
      *    RIDE ON THE LINE SO BILLING COSTS THE SALE FROM THE PO
      *    RATHER THAN FROM THE FIFO LAYERS.
      *
           05  OR-DROP-SHIP-SWITCH     PIC X.
               88  DROP-SHIP-LINE              VALUE "Y".
           05  OR-DROP-SHIP-VENDOR-NO  PIC X(5).
           05  OR-DROP-SHIP-COST       PIC S9(3)V99.
      *
      *    THE WAREHOUSE THE LINE SHIPS FROM, CHOSEN AT ORDER ENTRY
      *    FROM THE SHIP-TO STATE'S WAREHOUSE PREFERENCE. THE LINE'S
      *    ALLOCATION IS NETTED AGAINST THAT WAREHOUSE'S LOCATION
      *    BALANCE AND IT PRINTS ON THAT WAREHOUSE'S PICK LIST.
      *    SPACES -- LINES ENTERED BEFORE WAREHOUSES WERE ASSIGNED,
      *    OR A STATE WITH NO PREFERENCE -- MEAN THE LINE IS
      *    ALLOCATED AGAINST THE COMPANY-WIDE ON-HAND.
      *
           05  OR-WAREHOUSE-CODE       PIC X(2).
      *
      *    THE PICKING WAVE THE LINE WAS RELEASED TO. A WAVE PULLS
      *    EVERY OPEN LINE FOR A SHIP DATE OR CARRIER AT ONCE,
      *    PICKED BY ITEM TOTAL AND SORTED BACK OUT TO ORDERS ON
      *    THE DOCK; THE LINE STAYS OPEN UNTIL THE WAVE IS
      *    CONFIRMED PICKED, AND SHIPPING CONFIRMATION CAN SHIP THE
      *    WHOLE WAVE IN ONE PASS. ZERO MEANS THE LINE IS NOT IN A
      *    WAVE AND PICKS FROM THE ORDER-BY-ORDER LIST.
      *
           05  OR-WAVE-NO              PIC 9(6).
