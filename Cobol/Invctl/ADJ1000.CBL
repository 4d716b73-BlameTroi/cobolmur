           MOVE AJ-ADJUSTMENT-QUANTITY TO MV-MOVEMENT-QUANTITY.
           MOVE BEFORE-ON-HAND-BALANCE TO MV-BEFORE-BALANCE.
           MOVE IM-ON-HAND             TO MV-AFTER-BALANCE.
           MOVE AJ-REASON-CODE         TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM NUMBER "
       330-MAINTAIN-COST-LAYERS.
      *
           MOVE AJ-ITEM-NO         TO CLR-ITEM-NO.
           MOVE "ADJ1000"          TO CLR-SOURCE-PROGRAM.
           MOVE AJ-ADJUSTMENT-DATE TO CLR-LAYER-DATE.
           IF AJ-ADJUSTMENT-QUANTITY > ZERO
               MOVE "A" TO CLR-FUNCTION-CODE
