       01  SORT-WORK-AREA.
           05  SW-STREAM-CODE          PIC X.
           05  SW-ITEM-NO              PIC X(5).
           05  FILLER                  PIC X(38).
      *
       FD  MOVRPT.
       01  MOV-PRINT-AREA          PIC X(90).
                   PERFORM 120-CLASSIFY-MOVEMENT-STREAM
                   MOVE MV-ITEM-NO TO SW-ITEM-NO
                   MOVE INVENTORY-MOVEMENT-RECORD
                       TO SORT-WORK-AREA (7:38)
                   RELEASE SORT-WORK-AREA
           END-READ.
      *
                   MOVE HIGH-VALUE TO SW-STREAM-CODE
                   MOVE HIGH-VALUE TO SW-ITEM-NO
               NOT AT END
                   MOVE SORT-WORK-AREA (7:38)
                       TO INVENTORY-MOVEMENT-RECORD
           END-RETURN.
      *
