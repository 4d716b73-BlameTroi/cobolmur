           MOVE "BOM1000"              TO MV-SOURCE-PROGRAM.
           MOVE BEFORE-ON-HAND-BALANCE TO MV-BEFORE-BALANCE.
           MOVE IM-ON-HAND             TO MV-AFTER-BALANCE.
           MOVE SPACE                  TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM "
       365-RELIEVE-COMPONENT-LAYERS.
      *
           MOVE "R"                    TO CLR-FUNCTION-CODE.
           MOVE "BOM1000"              TO CLR-SOURCE-PROGRAM.
           MOVE IM-ITEM-NO             TO CLR-ITEM-NO.
           MOVE RUN-DATE               TO CLR-LAYER-DATE.
           MOVE COMPONENT-REQUIRED-QTY TO CLR-QUANTITY.
       380-ADD-PARENT-COST-LAYER.
      *
           MOVE "A"                  TO CLR-FUNCTION-CODE.
           MOVE "BOM1000"            TO CLR-SOURCE-PROGRAM.
           MOVE ENTRY-PARENT-ITEM-NO TO CLR-ITEM-NO.
           MOVE RUN-DATE             TO CLR-LAYER-DATE.
           MOVE ENTRY-BUILD-QUANTITY TO CLR-QUANTITY.
