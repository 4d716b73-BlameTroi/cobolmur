       01  COST-LAYER-ACTIVITY-RECORD.
      *
      *    ONE RECORD FOR EVERY LAYER CST1000 ADDS AND EVERY
      *    RELIEF IT MAKES, WRITTEN ONLY ONCE THE LAYER FILE ITSELF
      *    HAS BEEN UPDATED. THE LAYER FILE KEEPS ONLY WHAT IS LEFT
      *    IN EACH LAYER, SO THIS IS THE ONLY RECORD OF WHAT A
      *    NIGHT'S RECEIPTS AND SHIPMENTS DID TO IT. A RELIEF
      *    CARRIES THE QUANTITY THE LAYERS ACTUALLY COVERED, NOT THE
      *    QUANTITY ASKED FOR.
      *
           05  CA-ACTIVITY-DATE        PIC 9(8).
           05  CA-SOURCE-PROGRAM       PIC X(8).
           05  CA-FUNCTION-CODE        PIC X.
               88  CA-LAYER-ADDED              VALUE "A".
               88  CA-LAYERS-RELIEVED          VALUE "R".
           05  CA-ITEM-NO              PIC X(5).
           05  CA-LAYER-DATE           PIC 9(8).
           05  CA-QUANTITY             PIC S9(7).
           05  CA-EXTENDED-COST        PIC S9(9)V99.
