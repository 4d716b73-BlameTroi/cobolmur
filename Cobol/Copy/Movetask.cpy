           05  MT-TASK-STATUS          PIC X.
               88  MOVE-TASK-OPEN              VALUE "O".
               88  MOVE-TASK-DONE              VALUE "C".
      *
      *    A SLOTTING TASK MOVES THE ITEM'S WHOLE STOCK FROM ITS
      *    BIN TO THE NEW BIN; CONFIRMING IT RE-BINS THE ITEM ON
      *    THE MASTER AND LEAVES THE LOCATION BALANCES ALONE. IT
      *    CARRIES NO LOCATION CODES. TYPE R IS REPLENISHMENT.
      *
           05  MT-TASK-TYPE            PIC X.
               88  REPLENISHMENT-TASK          VALUE "R".
               88  SLOTTING-TASK               VALUE "S".
           05  MT-NEW-BIN-LOCATION     PIC X(10).
