      *    BLANKET ORDER STATUS REPORT. EVERY BLANKET IS LISTED
      *    WITH ITS COMMITTED, RELEASED, RECEIVED, AND REMAINING
      *    QUANTITIES. THE RECEIVED FIGURE IS THE RECEIVED-TO-DATE
      *    TOTAL ON THE PURCHASE-ORDER FILE FOR THE RELEASES THAT
      *    CARRY THE BLANKET'S NUMBER, SO ONE-SHOT ORDERS FOR THE
      *    SAME VENDOR AND ITEM NO LONGER COUNT IN THAT COLUMN.
      *    RELEASES WRITTEN BEFORE THE ORDER FILE CARRIED THE
      *    BLANKET LINK HAVE NOTHING THERE; THEY STILL COUNT BY
      *    VENDOR AND ITEM, AS THEY ALWAYS DID.
      *
       ENVIRONMENT DIVISION.
      *
           05  PO-RECEIVED-QTY         PIC S9(5).
           05  PO-PROMISE-DATE         PIC 9(8).
           05  PO-REVISION-NO          PIC 9(2).
           05  PO-DROP-SHIP-SWITCH     PIC X.
               88  PO-DROP-SHIP                VALUE "Y".
           05  PO-NUMBER               PIC 9(6).
           05  PO-LINE-NO              PIC 9(2).
           05  PO-BLANKET-NO           PIC 9(6).
      *
       FD  BLSRPT.
       01  BLS-PRINT-AREA          PIC X(100).
               AT END
                   MOVE "Y" TO PORDFILE-EOF-SWITCH
               NOT AT END
                   IF PO-RECEIVED-QTY NUMERIC
                       IF PO-BLANKET-NO NUMERIC
                           IF PO-BLANKET-NO = BK-BLANKET-NO
                               ADD PO-RECEIVED-QTY
                                   TO RECEIVED-QUANTITY
                           END-IF
                       ELSE
                           IF PO-VENDOR-NO = BK-VENDOR-NO
                             AND PO-ITEM-NO = BK-ITEM-NO
                               ADD PO-RECEIVED-QTY
                                   TO RECEIVED-QUANTITY
                           END-IF
                       END-IF
                   END-IF
           END-READ.
