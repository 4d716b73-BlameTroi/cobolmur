           05  MV-MOVEMENT-QUANTITY    PIC S9(5).
           05  MV-BEFORE-BALANCE       PIC S9(5).
           05  MV-AFTER-BALANCE        PIC S9(5).
      *
      *    WHY STOCK WAS WRITTEN OFF, ON SCRAP AND ADJUSTMENT
      *    MOVEMENTS; SPACES ON EVERY OTHER KIND OF MOVEMENT.
      *
           05  MV-REASON-CODE          PIC X(2).
