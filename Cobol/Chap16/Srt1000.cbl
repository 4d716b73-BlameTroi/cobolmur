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
       FD  VALRPT.
       01  VAL-PRINT-AREA          PIC X(80).
      *
       01  SORT-WORK-AREA.
           05  SW-ITEM-NO          PIC X(5).
           05  FILLER              PIC X(28).
      *
004500 WORKING-STORAGE SECTION.                                                 
004600*                                                                         
           05  RT-RECEIPT-QUANTITY REDEFINES RT-RECEIPT-QUANTITY-X
                                       PIC 9(5).
           05  RT-LOCATION-CODE        PIC X(2).
           05  RT-PO-NUMBER            PIC 9(6).
           05  RT-PO-LINE-NO           PIC 9(2).
006700*                                                                         
006100 01  INVENTORY-MASTER-RECORD.
006300     05  IM-ITEM-NO              PIC X(5).
           MOVE RT-RECEIPT-QUANTITY    TO MV-MOVEMENT-QUANTITY.
           MOVE BEFORE-ON-HAND-BALANCE TO MV-BEFORE-BALANCE.
           MOVE IM-ON-HAND             TO MV-AFTER-BALANCE.
           MOVE SPACE                  TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM NUMBER "
