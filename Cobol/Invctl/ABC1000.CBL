               MOVE SPACE          TO IX-STOCKING-UOM
               MOVE SPACE          TO IX-BUYING-UOM
               MOVE 1              TO IX-BUY-CONVERSION
               MOVE ZERO           TO IX-SHIP-WEIGHT
               MOVE "N"            TO IX-SERIAL-CONTROL-SWITCH
               WRITE ITEM-EXTRA-RECORD
                   INVALID KEY
                       DISPLAY "WRITE ERROR ON INVXTRA FOR ITEM "
