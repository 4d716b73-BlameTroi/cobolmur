       01  WAREHOUSE-REQUEST.
      *
      *    PASSED TO WHS1000, THE SHARED WAREHOUSE SUBPROGRAM. P
      *    RETURNS THE SHIPPING WAREHOUSES FOR A STATE IN
      *    PREFERENCE ORDER; C DOES THE SAME FOR A CUSTOMER AND
      *    SHIP-TO CODE, RESOLVING THE STATE FROM THE SHIP-TO
      *    ADDRESS (OR THE BILLING ADDRESS FOR A SPACE CODE) AND
      *    RETURNING IT; B RETURNS AN ITEM'S ON-HAND BALANCE AT
      *    ONE WAREHOUSE; R RELIEVES THAT BALANCE BY THE QUANTITY
      *    SHIPPED. NOT-FOUND MEANS NO PREFERENCE ROW OR NO
      *    BALANCE RECORD; THE BALANCE COMES BACK ZERO.
      *
           05  WHR-FUNCTION-CODE       PIC X.
               88  PREFERENCE-REQUEST          VALUE "P".
               88  CUSTOMER-PREFERENCE-REQUEST VALUE "C".
               88  BALANCE-REQUEST             VALUE "B".
               88  RELIEVE-BALANCE-REQUEST     VALUE "R".
           05  WHR-CUSTOMER-NO         PIC 9(5).
           05  WHR-SHIP-TO-CODE        PIC X(3).
           05  WHR-STATE-CODE          PIC X(2).
           05  WHR-PREFERRED-WAREHOUSE PIC X(2)    OCCURS 3 TIMES.
           05  WHR-ITEM-NO             PIC X(5).
           05  WHR-WAREHOUSE-CODE      PIC X(2).
           05  WHR-QUANTITY            PIC S9(7).
           05  WHR-RETURN-CODE         PIC X.
               88  WAREHOUSE-REQUEST-OK        VALUE "0".
               88  WAREHOUSE-NOT-FOUND         VALUE "N".
               88  WAREHOUSE-REQUEST-ERROR     VALUE "E".
