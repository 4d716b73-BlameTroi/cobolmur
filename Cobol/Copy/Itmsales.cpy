           05  IS-EXTENDED-PRICE       PIC S9(8)V99.
           05  IS-EXTENDED-COST        PIC S9(8)V99.
           05  IS-VENDOR-NO            PIC X(5).
      *
      *    HOW THE LINE WAS PRICED, FROM THE ORDER LINE: C CONTRACT,
      *    Q QUANTITY BREAK, M MASTER, O OVERRIDE. SPACE ON RECORDS
      *    WRITTEN BEFORE THE SOURCE WAS CARRIED.
      *
           05  IS-PRICE-SOURCE         PIC X.
