      *    RECEIPT POSTING USES: REPLACE PORDFILE WITH PORDFILEN
      *    AFTER THE RUN. THE THREE-WAY MATCH READS THE LIVE
      *    ORDER, SO A LEGITIMATE PRICE CHANGE STOPS HOLDING
      *    VOUCHERS THE MOMENT IT IS ENTERED HERE. THE LINE TO
      *    AMEND IS NAMED BY PO NUMBER AND LINE; AN ORDER RAISED
      *    BEFORE ORDERS CARRIED NUMBERS IS NAMED BY VENDOR AND
      *    ITEM INSTEAD, AND THE OLDEST OPEN ONE IS AMENDED.
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
       FD  PORDNEW.
      *
       01  NEW-PURCHASE-ORDER-RECORD   PIC X(59).
      *
       FD  POREV.
      *
               88  POREV-SUCCESSFUL            VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-PO-NUMBER         PIC 9(6).
           05  ENTRY-PO-LINE-NO        PIC 9(2).
           05  ENTRY-VENDOR-NO         PIC X(5).
           05  ENTRY-ITEM-NO           PIC X(5).
           05  ENTRY-NEW-QUANTITY      PIC 9(5).
           05  PRL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(12) VALUE "   REVISION ".
           05  PRL-REVISION-NO         PIC 9(2).
           05  FILLER                  PIC X(6)  VALUE "   PO ".
           05  PRL-PO-NUMBER           PIC 9(6).
           05  FILLER                  PIC X     VALUE "-".
           05  PRL-PO-LINE-NO          PIC 9(2).
      *
       01  POC-REPRINT-LINE-2.
           05  FILLER                  PIC X(10) VALUE "QUANTITY ".
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "POC1000 PURCHASE-ORDER CHANGE ORDER".
           DISPLAY "ENTER PO NUMBER (0 = ORDER WITH NO PO NUMBER).".
           ACCEPT ENTRY-PO-NUMBER.
           IF ENTRY-PO-NUMBER > ZERO
               DISPLAY "ENTER PO LINE NUMBER."
               ACCEPT ENTRY-PO-LINE-NO
               MOVE SPACE TO ENTRY-VENDOR-NO
               MOVE SPACE TO ENTRY-ITEM-NO
           ELSE
               MOVE ZERO TO ENTRY-PO-LINE-NO
               DISPLAY "ENTER VENDOR NUMBER."
               ACCEPT ENTRY-VENDOR-NO
               DISPLAY "ENTER ITEM NUMBER."
               ACCEPT ENTRY-ITEM-NO.
           DISPLAY "ENTER NEW QUANTITY (0 = NO CHANGE).".
           ACCEPT ENTRY-NEW-QUANTITY.
           DISPLAY "ENTER NEW UNIT COST (0 = NO CHANGE).".
               DISPLAY ORDERS-AMENDED " ORDER AMENDED -- REPLACE "
                   "PORDFILE WITH PORDFILEN TO COMPLETE."
           ELSE
               IF ENTRY-PO-NUMBER > ZERO
                   DISPLAY "NO OPEN ORDER FOUND FOR PO "
                       ENTRY-PO-NUMBER " LINE " ENTRY-PO-LINE-NO "."
               ELSE
                   DISPLAY "NO OPEN ORDER FOUND FOR VENDOR "
                       ENTRY-VENDOR-NO " ITEM " ENTRY-ITEM-NO ".".
           STOP RUN.
      *
       100-AMEND-NEXT-ORDER.
               NOT AT END
                   ADD 1 TO ORDERS-READ
                   PERFORM 110-NORMALIZE-SHORT-RECORD
                   IF (PO-OPEN OR PO-PARTIAL)
                     AND NOT ORDER-CHANGED
                       PERFORM 120-AMEND-IF-SELECTED
                   END-IF
                   WRITE NEW-PURCHASE-ORDER-RECORD
                       FROM OLD-PURCHASE-ORDER-RECORD
               MOVE ZERO TO PO-PROMISE-DATE.
           IF PO-REVISION-NO NOT NUMERIC
               MOVE ZERO TO PO-REVISION-NO.
           IF NOT PO-DROP-SHIP
               MOVE "N" TO PO-DROP-SHIP-SWITCH.
           IF PO-NUMBER NOT NUMERIC
               MOVE ZERO TO PO-NUMBER.
           IF PO-LINE-NO NOT NUMERIC
               MOVE ZERO TO PO-LINE-NO.
           IF PO-BLANKET-NO NOT NUMERIC
               MOVE ZERO TO PO-BLANKET-NO.
      *
       120-AMEND-IF-SELECTED.
      *
           IF ENTRY-PO-NUMBER > ZERO
               IF PO-NUMBER = ENTRY-PO-NUMBER
                 AND PO-LINE-NO = ENTRY-PO-LINE-NO
                   PERFORM 200-AMEND-THIS-ORDER
               END-IF
           ELSE
               IF PO-NUMBER = ZERO
                 AND PO-VENDOR-NO = ENTRY-VENDOR-NO
                 AND PO-ITEM-NO = ENTRY-ITEM-NO
                   PERFORM 200-AMEND-THIS-ORDER.
      *
       200-AMEND-THIS-ORDER.
      *
      *    ONLY ONE ORDER LINE IS AMENDED PER RUN. FOR AN
      *    UNNUMBERED ORDER IT IS THE FIRST MATCH -- THE OLDEST,
      *    WHICH IS THE ONE THE RECEIPT POSTING WOULD RELIEVE
      *    FIRST. RUN AGAIN FOR A SECOND ORDER.
      *
           PERFORM 210-WRITE-REVISION-HISTORY.
           IF ENTRY-NEW-QUANTITY > ZERO
               MOVE PO-ORDER-QUANTITY TO PR-PRIOR-QUANTITY
               MOVE PO-UNIT-COST     TO PR-PRIOR-UNIT-COST
               MOVE PO-PROMISE-DATE  TO PR-PRIOR-PROMISE-DATE
               MOVE PO-NUMBER        TO PR-PO-NUMBER
               MOVE PO-LINE-NO       TO PR-PO-LINE-NO
               WRITE PO-REVISION-HISTORY-RECORD
               IF NOT POREV-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON POREV."
           MOVE PO-VENDOR-NO    TO PRL-VENDOR-NO.
           MOVE PO-ITEM-NO      TO PRL-ITEM-NO.
           MOVE PO-REVISION-NO  TO PRL-REVISION-NO.
           MOVE PO-NUMBER       TO PRL-PO-NUMBER.
           MOVE PO-LINE-NO      TO PRL-PO-LINE-NO.
           MOVE POC-REPRINT-LINE-1 TO POC-PRINT-AREA.
           WRITE POC-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE PO-ORDER-QUANTITY TO PRL-QUANTITY.
