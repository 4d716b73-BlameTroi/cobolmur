               88  LAYER-REQUEST-OK            VALUE "0".
               88  LAYER-RELIEF-SHORT          VALUE "S".
               88  LAYER-REQUEST-ERROR         VALUE "E".
      *
      *    THE CALLING PROGRAM'S NAME. IT RIDES ONTO THE LAYER
      *    ACTIVITY FILE SO THE NIGHTLY PROOF CAN TELL A RECEIPT'S
      *    LAYER OR A SHIPMENT'S RELIEF FROM EVERY OTHER CALLER'S.
      *
           05  CLR-SOURCE-PROGRAM      PIC X(8).
