           05  IX-STOCKING-UOM         PIC X(4).
           05  IX-BUYING-UOM           PIC X(4).
           05  IX-BUY-CONVERSION       PIC 9(5).
      *
      *    SHIPPING WEIGHT IN POUNDS PER STOCKING UNIT. BILLING
      *    TOTALS IT OVER THE INVOICE TO PRICE THE FREIGHT. ZERO
      *    MEANS NO WEIGHT HAS BEEN RECORDED.
      *
           05  IX-SHIP-WEIGHT          PIC 9(5)V99.
      *
      *    SERIAL CONTROL. A FLAGGED ITEM IS TRACKED UNIT BY UNIT
      *    ON THE SERIAL REGISTER FROM THE DOCK TO THE CUSTOMER:
      *    RECEIVING, SHIPPING AND RETURNS KEY EVERY SERIAL.
      *
           05  IX-SERIAL-CONTROL-SWITCH PIC X.
               88  SERIAL-CONTROLLED           VALUE "Y".
