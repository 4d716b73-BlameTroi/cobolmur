           05  PO-RECEIVED-QTY         PIC S9(5).
           05  PO-PROMISE-DATE         PIC 9(8).
           05  PO-REVISION-NO          PIC 9(2).
           05  PO-DROP-SHIP-SWITCH     PIC X.
               88  PO-DROP-SHIP                VALUE "Y".
           05  PO-NUMBER               PIC 9(6).
           05  PO-LINE-NO              PIC 9(2).
           05  PO-BLANKET-NO           PIC 9(6).
      *
       SD  SORTFILE.
      *
           05  SW-ORDER-QUANTITY       PIC S9(5).
           05  SW-RECEIVED-QTY         PIC S9(5).
           05  SW-STATUS               PIC X.
           05  SW-PO-NUMBER            PIC 9(6).
           05  SW-PO-LINE-NO           PIC 9(2).
      *
       FD  POARPT.
      *
           05  FILLER                  PIC X(9)  VALUE "OPEN".
           05  FILLER                  PIC X(10) VALUE "ORDER DATE".
           05  FILLER                  PIC X(10) VALUE "  DAYS OLD".
           05  FILLER                  PIC X(9)  VALUE "PO-LINE".
      *
       01  AGING-LINE.
           05  AL-VENDOR-NO            PIC X(5).
           05  AL-ORDER-DATE           PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  AL-DAYS-OLD             PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  AL-PO-NUMBER            PIC 9(6).
           05  FILLER                  PIC X     VALUE "-".
           05  AL-PO-LINE-NO           PIC 9(2).
      *
       01  VENDOR-TOTAL-LINE.
           05  FILLER                  PIC X(15)
                   IF PO-RECEIVED-QTY NOT NUMERIC
                       MOVE ZERO TO PO-RECEIVED-QTY
                   END-IF
                   IF PO-NUMBER NOT NUMERIC
                     OR PO-LINE-NO NOT NUMERIC
                       MOVE ZERO TO PO-NUMBER
                       MOVE ZERO TO PO-LINE-NO
                   END-IF
                   IF PO-OPEN OR PO-PARTIAL
                       MOVE PO-VENDOR-NO      TO SW-VENDOR-NO
                       MOVE PO-ORDER-DATE     TO SW-ORDER-DATE
                       MOVE PO-ORDER-QUANTITY TO SW-ORDER-QUANTITY
                       MOVE PO-RECEIVED-QTY   TO SW-RECEIVED-QTY
                       MOVE PO-STATUS         TO SW-STATUS
                       MOVE PO-NUMBER         TO SW-PO-NUMBER
                       MOVE PO-LINE-NO        TO SW-PO-LINE-NO
                       RELEASE SORT-WORK-AREA
                   END-IF
           END-READ.
           MOVE OPEN-BALANCE       TO AL-OPEN.
           MOVE SW-ORDER-DATE      TO AL-ORDER-DATE.
           MOVE ELAPSED-DAYS       TO AL-DAYS-OLD.
           MOVE SW-PO-NUMBER       TO AL-PO-NUMBER.
           MOVE SW-PO-LINE-NO      TO AL-PO-LINE-NO.
           MOVE AGING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO OPEN-ORDER-COUNT.
