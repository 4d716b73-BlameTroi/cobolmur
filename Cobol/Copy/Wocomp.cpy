       01  WORK-ORDER-COMPONENT-RECORD.
      *
      *    ONE RECORD PER COMPONENT OF A WORK ORDER, EXPLODED FROM
      *    THE BILL OF MATERIALS WHEN THE WORK ORDER IS PLANNED.
      *    THE ALLOCATED QUANTITY IS STOCK STILL ON HAND BUT
      *    PROMISED TO THE WORK ORDER -- SET AT RELEASE, REDUCED AS
      *    COMPLETIONS CONSUME IT, AND DROPPED WHEN THE WORK ORDER
      *    CLOSES -- AND ORDER ENTRY NETS IT OUT OF AVAILABILITY.
      *    STAGED IS WHAT THE FLOOR HAS PICKED TO THE BUILD AREA;
      *    STAGED LESS CONSUMED LESS SCRAPPED IS STILL IN PROCESS.
      *    CONSUMED AND SCRAPPED COSTS ARE THE FIFO LAYER COSTS
      *    RELIEVED WHEN THOSE QUANTITIES LEFT STOCK.
      *
           05  WM-COMPONENT-KEY.
               10  WM-WORK-ORDER-NO    PIC 9(6).
               10  WM-COMPONENT-ITEM-NO PIC X(5).
           05  WM-QUANTITY-PER         PIC 9(3).
           05  WM-REQUIRED-QTY         PIC S9(7).
           05  WM-ALLOCATED-QTY        PIC S9(7).
           05  WM-STAGED-QTY           PIC S9(7).
           05  WM-CONSUMED-QTY         PIC S9(7).
           05  WM-CONSUMED-COST        PIC S9(9)V99.
           05  WM-SCRAPPED-QTY         PIC S9(7).
           05  WM-SCRAPPED-COST        PIC S9(9)V99.
