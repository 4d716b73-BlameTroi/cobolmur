           COMPUTE MV-MOVEMENT-QUANTITY = ZERO - IM-ON-HAND.
           MOVE IM-ON-HAND             TO MV-BEFORE-BALANCE.
           MOVE ZERO                   TO MV-AFTER-BALANCE.
           MOVE SPACE                  TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM NUMBER "
                   MOVE SPACE      TO IX-STOCKING-UOM
                   MOVE SPACE      TO IX-BUYING-UOM
                   MOVE 1          TO IX-BUY-CONVERSION
                   MOVE ZERO       TO IX-SHIP-WEIGHT
                   MOVE "N"        TO IX-SERIAL-CONTROL-SWITCH
                   WRITE ITEM-EXTRA-RECORD
               ELSE
                   DISPLAY "READ ERROR ON INVXTRA FOR ITEM "
