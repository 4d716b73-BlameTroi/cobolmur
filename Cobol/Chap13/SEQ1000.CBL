002000*                                                                         
002100 FD  RCTTRAN.
002400*                                                                         
002500 01  TRANSACTION-RECORD      PIC X(33).
002600*                                                                         
002700 FD  OLDMAST.
003000*                                                                         
003800*                                                                         
003900 FD  ERRTRAN.
004200*                                                                         
004300 01  ERROR-TRANSACTION       PIC X(33).
004400*
       FD  CKPTFILE.
       01  CHECKPOINT-RECORD.
      *
       FD  MOVWORK.
      *
       01  MOVEMENT-WORK-RECORD        PIC X(38).
      *
       FD  LOCMAST.
      *
           05  RT-RECEIPT-DATE         PIC X(8).
           05  RT-RECEIPT-QUANTITY     PIC S9(5).
           05  RT-LOCATION-CODE        PIC X(2).
           05  RT-PO-NUMBER            PIC 9(6).
           05  RT-PO-LINE-NO           PIC 9(2).
006700*
       01  LOCATION-TABLE.
           05  LOCATION-ENTRY-COUNT    PIC S9(3)   COMP  VALUE ZERO.
                   MOVE SPACE      TO IX-STOCKING-UOM
                   MOVE SPACE      TO IX-BUYING-UOM
                   MOVE 1          TO IX-BUY-CONVERSION
                   MOVE ZERO       TO IX-SHIP-WEIGHT
                   MOVE "N"        TO IX-SERIAL-CONTROL-SWITCH
                   WRITE ITEM-EXTRA-RECORD
               ELSE
                   DISPLAY "READ ERROR ON INVXTRA FOR ITEM "
       358-ADD-RECEIPT-COST-LAYER.
      *
           MOVE "A"                 TO CLR-FUNCTION-CODE.
           MOVE "SEQ1000"           TO CLR-SOURCE-PROGRAM.
           MOVE RT-ITEM-NO          TO CLR-ITEM-NO.
           MOVE RT-RECEIPT-DATE     TO CLR-LAYER-DATE.
           MOVE RT-RECEIPT-QUANTITY TO CLR-QUANTITY.
           MOVE RT-RECEIPT-QUANTITY    TO MV-MOVEMENT-QUANTITY.
           MOVE BEFORE-ON-HAND-BALANCE TO MV-BEFORE-BALANCE.
           MOVE IM-ON-HAND             TO MV-AFTER-BALANCE.
           MOVE SPACE                  TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM NUMBER "
