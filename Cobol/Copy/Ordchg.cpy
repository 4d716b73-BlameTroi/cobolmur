       01  ORDER-CHANGE-RECORD.
      *
      *    ONE RECORD PER CHANGE OR CANCELLATION OF AN ORDER LINE,
      *    WRITTEN BY THE ORDER CHANGE SCREEN BEFORE THE LIVE LINE
      *    IS REWRITTEN -- THE ORDER-SIDE TWIN OF THE PURCHASE-
      *    ORDER REVISION HISTORY. THE PRIOR AND NEW QUANTITY,
      *    PRICE, AND SHIP-TO ARE BOTH KEPT, WITH THE ALLOCATION
      *    THE CHANGE GAVE BACK, SO ANY LINE CAN BE RECONSTRUCTED
      *    AND THE DESK CAN SAY WHO CHANGED WHAT. THE
      *    ACKNOWLEDGMENT PRINT READS TODAY'S RECORDS TO SEND THE
      *    CUSTOMER A REVISED CONFIRMATION.
      *
           05  CG-CHANGE-DATE          PIC 9(8).
           05  CG-CHANGE-TIME          PIC 9(6).
           05  CG-OPERATOR-ID          PIC X(8).
           05  CG-ORDER-NO             PIC 9(6).
           05  CG-LINE-NO              PIC 9(3).
           05  CG-CUSTOMER-NO          PIC 9(5).
           05  CG-ITEM-NO              PIC X(5).
           05  CG-CHANGE-TYPE          PIC X.
               88  LINE-CHANGED                VALUE "C".
               88  LINE-CANCELLED              VALUE "X".
               88  LINE-SPLIT-TO-BACKORDER     VALUE "B".
           05  CG-PRIOR-QUANTITY       PIC S9(5).
           05  CG-NEW-QUANTITY         PIC S9(5).
           05  CG-PRIOR-UNIT-PRICE     PIC S9(3)V99.
           05  CG-NEW-UNIT-PRICE       PIC S9(3)V99.
           05  CG-PRIOR-SHIP-TO-CODE   PIC X(3).
           05  CG-NEW-SHIP-TO-CODE     PIC X(3).
           05  CG-ALLOCATION-RELEASED  PIC S9(5).
      *
      *    THE LINE'S STATUS BEFORE THE CHANGE. A BACKORDERED LINE
      *    CANCELLED BEFORE IT WAS BILLED IS A LOST SALE, AND THE
      *    MONTH-END DEMAND CAPTURE COUNTS IT AS DEMAND. SPACE ON
      *    RECORDS WRITTEN BEFORE THE STATUS WAS CARRIED.
      *
           05  CG-PRIOR-STATUS         PIC X.
               88  PRIOR-BACKORDERED           VALUE "K".
