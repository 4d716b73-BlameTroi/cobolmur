           COMPUTE MV-MOVEMENT-QUANTITY = ZERO - ENTRY-QUANTITY.
           MOVE BEFORE-ON-HAND-BALANCE TO MV-BEFORE-BALANCE.
           MOVE IM-ON-HAND             TO MV-AFTER-BALANCE.
           MOVE SPACE                  TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM "
      *    IS NEVER UNDERSTATED.
      *
           MOVE "R"            TO CLR-FUNCTION-CODE.
           MOVE "VRT1000"      TO CLR-SOURCE-PROGRAM.
           MOVE ENTRY-ITEM-NO  TO CLR-ITEM-NO.
           MOVE RUN-DATE       TO CLR-LAYER-DATE.
           MOVE ENTRY-QUANTITY TO CLR-QUANTITY.
