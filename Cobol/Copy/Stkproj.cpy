       01  STOCK-PROJECTION-RECORD.
      *
      *    ONE RECORD PER INVENTORY ITEM, REBUILT BY EVERY RUN OF
      *    THE STOCK-STATUS REPORT. THE STOCKOUT DATE IS THE DAY
      *    ON-HAND PLUS ON-ORDER RUNS OUT AT THE AVERAGE MONTHLY
      *    DEMAND, AS THE REPORT PRINTS IT; THE ON-HAND OUT DATE
      *    IS THE DAY THE SHELF EMPTIES IF NOTHING ON ORDER
      *    ARRIVES. BOTH DATES ARE ZERO FOR AN ITEM WITH NO DEMAND
      *    HISTORY.
      *
           05  SP-ITEM-NO              PIC X(5).
           05  SP-PROJECTION-DATE      PIC 9(8).
           05  SP-MONTHLY-DEMAND       PIC S9(5)V99.
           05  SP-ON-HAND              PIC S9(5).
           05  SP-ON-ORDER             PIC S9(5).
           05  SP-STOCKOUT-DATE        PIC 9(8).
           05  SP-ON-HAND-OUT-DATE     PIC 9(8).
