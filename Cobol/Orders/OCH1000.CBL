       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. OCH1000.
      *
      *    ORDER CHANGE AND CANCELLATION. AN OPEN, HELD, OR
      *    BACKORDERED LINE CAN HAVE ITS QUANTITY, SHIP-TO, OR
      *    PRICE CHANGED, AND A LINE OR A WHOLE ORDER CAN BE
      *    CANCELLED -- NO MORE EDITING THE ORDER FILE BY HAND OR
      *    LETTING A DEAD LINE SIT UNTIL SOMEBODY BILLS IT. A
      *    PICKED OR SHIPPED LINE IS ALREADY ON THE DOCK AND IS
      *    REFUSED, AND SO IS A LINE RELEASED TO A PICKING WAVE --
      *    ITS PICK LIST IS ALREADY ON THE FLOOR, SO IT IS CONFIRMED
      *    OR SHORTED AT SHIPPING INSTEAD. OPERATOR AUTHORITY IS
      *    NEEDED, AS FOR ANY CHANGE.
      *
      *    A CANCELLATION OR A QUANTITY CUT GIVES BACK THE
      *    ALLOCATED QUANTITY ON THE LINE ITSELF, SO THE NEXT
      *    BACKORDER RELEASE AND THE NEXT ORDER-ENTRY ALLOCATION
      *    SEE THE STOCK AS FREE. A QUANTITY INCREASE IS
      *    ALLOCATED THE WAY ORDER ENTRY ALLOCATES: WHAT THE
      *    AVAILABLE STOCK COVERS STAYS ON THE LINE AND THE REST
      *    IS SPLIT OFF AS A NEW BACKORDER LINE ON THE SAME ORDER.
      *
      *    EVERY CHANGE GOES TO THE ORDER CHANGE LOG WITH THE
      *    OPERATOR ID FROM SIGN-ON, THE PRIOR AND NEW VALUES, AND
      *    THE ALLOCATION RELEASED. ACK1000 PRINTS REVISED
      *    ACKNOWLEDGMENTS FOR EVERY ORDER ON TODAY'S LOG.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES
                           FILE STATUS IS INVMAST-FILE-STATUS.
           SELECT SHIPTO   ASSIGN TO "c:\cobol\data\shipto.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SH-SHIP-TO-KEY
                           FILE STATUS IS SHIPTO-FILE-STATUS.
           SELECT ORDCHG   ASSIGN TO "c:\cobol\data\ordchg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ORDCHG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ORDFILE.
      *
       COPY "Ordfile.cpy".
      *
       FD  INVMAST.
      *
       01  INVENTORY-MASTER-RECORD.
            05  IM-ITEM-NO              PIC X(5).
            05  IM-DESCRIPTIVE-DATA.
                10  IM-ITEM-DESC        PIC X(40).
                10  IM-UNIT-COST        PIC S9(3)V99.
                10  IM-UNIT-PRICE       PIC S9(3)V99.
            05  IM-INVENTORY-DATA.
                10  IM-REORDER-POINT    PIC S9(5).
                10  IM-ON-HAND          PIC S9(5).
                10  IM-ON-ORDER         PIC S9(5).
            05  IM-LOCATION-DATA.
                10  IM-VENDOR-NO        PIC X(5).
                10  IM-BIN-LOCATION     PIC X(10).
      *
       FD  SHIPTO.
      *
       COPY "Shipto.cpy".
      *
       FD  ORDCHG.
      *
       COPY "Ordchg.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  LINE-FOUND-SWITCH           PIC X   VALUE "N".
               88  LINE-FOUND                      VALUE "Y".
           05  CHANGE-VALID-SWITCH         PIC X   VALUE "N".
               88  CHANGE-VALID                    VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
           05  LINE-UPDATED-SWITCH         PIC X   VALUE "N".
               88  LINE-UPDATED                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  INVMAST-FILE-STATUS     PIC XX.
               88  INVMAST-SUCCESSFUL          VALUE "00".
           05  SHIPTO-FILE-STATUS      PIC XX.
               88  SHIPTO-SUCCESSFUL           VALUE "00".
           05  ORDCHG-FILE-STATUS      PIC XX.
               88  ORDCHG-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ORDER-NO          PIC 9(6).
           05  ENTRY-LINE-NO           PIC 9(3).
           05  ENTRY-ACTION            PIC X.
               88  CHANGE-ACTION               VALUE "C".
               88  CANCEL-ACTION               VALUE "X".
           05  ENTRY-CONFIRM           PIC X.
               88  CANCEL-CONFIRMED            VALUE "Y".
           05  ENTRY-NEW-QUANTITY      PIC 9(5).
           05  ENTRY-NEW-SHIP-TO       PIC X(3).
           05  ENTRY-NEW-UNIT-PRICE    PIC 9(3)V99.
      *
       01  CHANGE-WORK-FIELDS.
           05  ORDER-CUSTOMER-NO       PIC 9(5)    VALUE ZERO.
           05  CHANGEABLE-LINE-COUNT   PIC 9(3)    VALUE ZERO.
           05  HIGHEST-LINE-NO         PIC 9(3)    VALUE ZERO.
           05  LINES-CHANGED           PIC 9(3)    VALUE ZERO.
           05  SELECTED-ITEM-NO        PIC X(5).
           05  SELECTED-STATUS         PIC X.
               88  SELECTED-BACKORDERED        VALUE "K".
           05  SELECTED-ALLOCATED      PIC S9(5).
           05  SELECTED-QUANTITY       PIC S9(5).
           05  SELECTED-DROP-SHIP-SWITCH
                                       PIC X.
               88  SELECTED-DROP-SHIP          VALUE "Y".
           05  SELECTED-WAREHOUSE-CODE PIC X(2).
           05  SELECTED-WAVE-NO        PIC 9(6).
           05  NEW-SHIP-TO-CODE        PIC X(3).
           05  ITEM-ALLOCATED-TOTAL    PIC S9(7).
           05  WAREHOUSE-ALLOCATED-TOTAL
                                       PIC S9(7).
           05  WAREHOUSE-AVAILABLE     PIC S9(7).
           05  AVAILABLE-QUANTITY      PIC S9(7).
           05  ADDED-QUANTITY          PIC S9(5).
           05  NEW-ALLOCATED-QUANTITY  PIC S9(5).
           05  SPLIT-BACKORDER-QTY     PIC S9(5)   VALUE ZERO.
           05  SESSION-CHANGE-COUNT    PIC 9(5)    VALUE ZERO.
      *
      *    THE LINE AS IT STOOD BEFORE THE CHANGE, KEPT FOR THE
      *    CHANGE LOG AND AS THE PATTERN FOR A SPLIT-OFF
      *    BACKORDER LINE.
      *
       01  SAVED-ORDER-LINE            PIC X(102).
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZ9.
           05  DISPLAY-ALLOCATED       PIC ZZ,ZZ9.
           05  DISPLAY-PRICE           PIC ZZ9.99.
           05  STATUS-DESCRIPTION      PIC X(12).
      *
       COPY "Sgnreq.cpy".
      *
       COPY "Whsreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
      *
       PROCEDURE DIVISION.
      *
       000-CHANGE-CUSTOMER-ORDERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "OCH1000 ORDER CHANGE AND CANCELLATION".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "ORDER CHANGES NEED OPERATOR AUTHORITY."
               STOP RUN.
           PERFORM 100-CHANGE-ONE-ORDER
               UNTIL END-OF-SESSION.
           IF SESSION-CHANGE-COUNT > ZERO
               DISPLAY SESSION-CHANGE-COUNT " LINES CHANGED -- RUN "
                   "ACK1000 WITH 999999 FOR REVISED "
                   "ACKNOWLEDGMENTS.".
           DISPLAY "OCH1000 SESSION ENDED.".
           STOP RUN.
      *
       100-CHANGE-ONE-ORDER.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER ORDER NUMBER, OR 999999 TO END.".
           ACCEPT ENTRY-ORDER-NO.
           IF ENTRY-ORDER-NO = 999999
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               PERFORM 200-SHOW-CHANGEABLE-LINES
               IF CHANGEABLE-LINE-COUNT = ZERO
                   DISPLAY "NO OPEN, HELD, OR BACKORDERED LINES ON "
                       "ORDER " ENTRY-ORDER-NO "."
               ELSE
                   PERFORM 120-ENTER-CHANGE-REQUEST.
      *
       120-ENTER-CHANGE-REQUEST.
      *
           DISPLAY "ENTER LINE NUMBER, OR 000 FOR THE WHOLE ORDER.".
           ACCEPT ENTRY-LINE-NO.
           DISPLAY "ENTER C TO CHANGE THE LINE, X TO CANCEL.".
           ACCEPT ENTRY-ACTION.
           EVALUATE TRUE
               WHEN CANCEL-ACTION
                   PERFORM 300-CANCEL-ORDER-LINES
               WHEN CHANGE-ACTION AND ENTRY-LINE-NO = ZERO
                   DISPLAY "CHANGES ARE MADE ONE LINE AT A TIME -- "
                       "ONLY A CANCELLATION COVERS THE WHOLE ORDER."
               WHEN CHANGE-ACTION
                   PERFORM 400-CHANGE-ORDER-LINE
               WHEN OTHER
                   DISPLAY "ENTER C OR X -- NOTHING CHANGED."
           END-EVALUATE.
      *
       200-SHOW-CHANGEABLE-LINES.
      *
           MOVE ZERO TO CHANGEABLE-LINE-COUNT.
           MOVE ZERO TO HIGHEST-LINE-NO.
           MOVE ZERO TO ORDER-CUSTOMER-NO.
           MOVE "N"  TO ORDFILE-EOF-SWITCH.
           OPEN INPUT ORDFILE.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "NO ORDER FILE ON FILE."
           ELSE
               PERFORM 210-SHOW-NEXT-ORDER-LINE
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
      *
       210-SHOW-NEXT-ORDER-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF OR-ORDER-NO = ENTRY-ORDER-NO
                       MOVE OR-CUSTOMER-NO TO ORDER-CUSTOMER-NO
                       IF OR-LINE-NO > HIGHEST-LINE-NO
                           MOVE OR-LINE-NO TO HIGHEST-LINE-NO
                       END-IF
                       PERFORM 220-DISPLAY-ORDER-LINE
                   END-IF
           END-READ.
      *
       220-DISPLAY-ORDER-LINE.
      *
           EVALUATE TRUE
               WHEN ORDER-OPEN
                   MOVE "OPEN" TO STATUS-DESCRIPTION
               WHEN ORDER-HELD
                   MOVE "CREDIT HOLD" TO STATUS-DESCRIPTION
               WHEN ORDER-BACKORDERED
                   MOVE "BACKORDERED" TO STATUS-DESCRIPTION
               WHEN ORDER-PICKED
                   MOVE "PICKED" TO STATUS-DESCRIPTION
               WHEN ORDER-SHIPPED
                   MOVE "SHIPPED" TO STATUS-DESCRIPTION
               WHEN ORDER-BILLED
                   MOVE "BILLED" TO STATUS-DESCRIPTION
               WHEN ORDER-CANCELLED
                   MOVE "CANCELLED" TO STATUS-DESCRIPTION
               WHEN OTHER
                   MOVE "UNKNOWN" TO STATUS-DESCRIPTION
           END-EVALUATE.
           IF ORDER-OPEN OR ORDER-HELD OR ORDER-BACKORDERED
               ADD 1 TO CHANGEABLE-LINE-COUNT.
           MOVE OR-ORDER-QUANTITY     TO DISPLAY-QUANTITY.
           MOVE OR-ALLOCATED-QUANTITY TO DISPLAY-ALLOCATED.
           MOVE OR-UNIT-PRICE         TO DISPLAY-PRICE.
           DISPLAY "LINE " OR-LINE-NO "  ITEM " OR-ITEM-NO
               "  QTY " DISPLAY-QUANTITY "  ALLOC "
               DISPLAY-ALLOCATED "  PRICE " DISPLAY-PRICE
               "  SHIP-TO " OR-SHIP-TO-CODE "  "
               STATUS-DESCRIPTION.
      *
       300-CANCEL-ORDER-LINES.
      *
           IF ENTRY-LINE-NO = ZERO
               DISPLAY "CANCEL EVERY OPEN, HELD, AND BACKORDERED "
                   "LINE ON ORDER " ENTRY-ORDER-NO "? (Y/N)"
           ELSE
               DISPLAY "CANCEL LINE " ENTRY-LINE-NO " OF ORDER "
                   ENTRY-ORDER-NO "? (Y/N)".
           ACCEPT ENTRY-CONFIRM.
           IF NOT CANCEL-CONFIRMED
               DISPLAY "NOTHING CANCELLED."
           ELSE
               MOVE ZERO TO LINES-CHANGED
               MOVE "N"  TO ORDFILE-EOF-SWITCH
               OPEN I-O ORDFILE
               IF NOT ORDFILE-SUCCESSFUL
                   DISPLAY "ORDER FILE COULD NOT BE OPENED -- STATUS "
                       ORDFILE-FILE-STATUS
               ELSE
                   PERFORM 310-CANCEL-NEXT-LINE
                       UNTIL ORDFILE-EOF
                   CLOSE ORDFILE
                   IF LINES-CHANGED = ZERO
                       DISPLAY "NO CANCELLABLE LINE MATCHED -- "
                           "NOTHING CANCELLED."
                   ELSE
                       ADD LINES-CHANGED TO SESSION-CHANGE-COUNT
                       DISPLAY LINES-CHANGED " LINES CANCELLED ON "
                           "ORDER " ENTRY-ORDER-NO ".".
      *
       310-CANCEL-NEXT-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF OR-ORDER-NO = ENTRY-ORDER-NO
                     AND (ENTRY-LINE-NO = ZERO
                          OR OR-LINE-NO = ENTRY-LINE-NO)
                     AND (ORDER-OPEN OR ORDER-HELD
                          OR ORDER-BACKORDERED)
                       IF OR-WAVE-NO NOT = ZERO
                           DISPLAY "LINE " OR-LINE-NO " IS IN WAVE "
                               OR-WAVE-NO " -- CONFIRM OR SHORT IT AT "
                               "SHIPPING."
                       ELSE
                           PERFORM 320-CANCEL-THIS-LINE
                       END-IF
                   END-IF
           END-READ.
      *
       320-CANCEL-THIS-LINE.
      *
           MOVE OPEN-ORDER-RECORD     TO SAVED-ORDER-LINE.
           MOVE OR-ALLOCATED-QUANTITY TO SELECTED-ALLOCATED.
           MOVE ZERO TO OR-ALLOCATED-QUANTITY.
           SET ORDER-CANCELLED TO TRUE.
           REWRITE OPEN-ORDER-RECORD.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "REWRITE ERROR ON ORDFILE FOR ORDER "
                   OR-ORDER-NO " -- STATUS " ORDFILE-FILE-STATUS
               MOVE "Y" TO ORDFILE-EOF-SWITCH
           ELSE
               ADD 1 TO LINES-CHANGED
               SET LINE-CANCELLED TO TRUE
               MOVE OR-ORDER-QUANTITY TO CG-NEW-QUANTITY
               MOVE OR-UNIT-PRICE     TO CG-NEW-UNIT-PRICE
               MOVE OR-SHIP-TO-CODE   TO CG-NEW-SHIP-TO-CODE
               MOVE SELECTED-ALLOCATED TO CG-ALLOCATION-RELEASED
               PERFORM 700-WRITE-CHANGE-LOG
               IF DROP-SHIP-LINE
                   DISPLAY "*** LINE " OR-LINE-NO " WAS DROP-SHIPPED "
                       "-- CANCEL THE PO WITH VENDOR "
                       OR-DROP-SHIP-VENDOR-NO " ***".
      *
       400-CHANGE-ORDER-LINE.
      *
      *    THE LINE IS FOUND AND CHECKED FIRST, THE NEW VALUES
      *    ARE KEYED AND VALIDATED, AND ONLY THEN IS THE ORDER
      *    FILE OPENED FOR UPDATE. A ZERO OR BLANK ENTRY LEAVES
      *    THAT FIELD AS IT IS.
      *
           PERFORM 410-FIND-SELECTED-LINE.
           IF NOT LINE-FOUND
               DISPLAY "LINE " ENTRY-LINE-NO " IS NOT OPEN, HELD, "
                   "OR BACKORDERED ON ORDER " ENTRY-ORDER-NO "."
           ELSE IF SELECTED-WAVE-NO NOT = ZERO
               DISPLAY "LINE " ENTRY-LINE-NO " IS IN WAVE "
                   SELECTED-WAVE-NO " -- CONFIRM OR SHORT IT AT "
                   "SHIPPING."
           ELSE
               PERFORM 430-ENTER-NEW-VALUES
               IF CHANGE-VALID
                   PERFORM 450-ALLOCATE-NEW-QUANTITY
                   PERFORM 500-REWRITE-CHANGED-LINE
                   IF LINE-UPDATED AND SPLIT-BACKORDER-QTY > ZERO
                       PERFORM 550-WRITE-SPLIT-BACKORDER.
      *
       410-FIND-SELECTED-LINE.
      *
           MOVE "N" TO LINE-FOUND-SWITCH.
           MOVE "N" TO ORDFILE-EOF-SWITCH.
           OPEN INPUT ORDFILE.
           IF ORDFILE-SUCCESSFUL
               PERFORM 420-CHECK-NEXT-LINE
                   UNTIL ORDFILE-EOF OR LINE-FOUND
               CLOSE ORDFILE.
      *
       420-CHECK-NEXT-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF OR-ORDER-NO = ENTRY-ORDER-NO
                     AND OR-LINE-NO = ENTRY-LINE-NO
                     AND (ORDER-OPEN OR ORDER-HELD
                          OR ORDER-BACKORDERED)
                       MOVE "Y" TO LINE-FOUND-SWITCH
                       MOVE OPEN-ORDER-RECORD TO SAVED-ORDER-LINE
                       MOVE OR-ITEM-NO        TO SELECTED-ITEM-NO
                       MOVE OR-ORDER-STATUS   TO SELECTED-STATUS
                       MOVE OR-ALLOCATED-QUANTITY
                           TO SELECTED-ALLOCATED
                       MOVE OR-ORDER-QUANTITY TO SELECTED-QUANTITY
                       MOVE OR-DROP-SHIP-SWITCH
                           TO SELECTED-DROP-SHIP-SWITCH
                       MOVE OR-WAREHOUSE-CODE
                           TO SELECTED-WAREHOUSE-CODE
                       MOVE OR-WAVE-NO        TO SELECTED-WAVE-NO
                   END-IF
           END-READ.
      *
       430-ENTER-NEW-VALUES.
      *
           MOVE "Y" TO CHANGE-VALID-SWITCH.
           DISPLAY "ENTER NEW QUANTITY (0 = NO CHANGE).".
           ACCEPT ENTRY-NEW-QUANTITY.
           DISPLAY "ENTER NEW SHIP-TO CODE (SPACES = NO CHANGE, "
               "* = BILLING ADDRESS).".
           ACCEPT ENTRY-NEW-SHIP-TO.
           DISPLAY "ENTER NEW UNIT PRICE (0 = NO CHANGE).".
           ACCEPT ENTRY-NEW-UNIT-PRICE.
           IF ENTRY-NEW-QUANTITY = ZERO
             AND ENTRY-NEW-SHIP-TO = SPACE
             AND ENTRY-NEW-UNIT-PRICE = ZERO
               DISPLAY "NOTHING TO CHANGE."
               MOVE "N" TO CHANGE-VALID-SWITCH.
      *
      *    A DROP-SHIP LINE'S QUANTITY IS ALSO THE QUANTITY ON THE
      *    VENDOR'S PURCHASE ORDER, SO IT IS CHANGED THROUGH
      *    PURCHASING, NEVER HERE ALONE.
      *
           IF CHANGE-VALID AND ENTRY-NEW-QUANTITY NOT = ZERO
             AND SELECTED-DROP-SHIP
               DISPLAY "LINE " ENTRY-LINE-NO " IS DROP-SHIPPED BY THE "
                   "VENDOR -- CHANGE THE QUANTITY THROUGH PURCHASING."
               MOVE "N" TO CHANGE-VALID-SWITCH.
           IF CHANGE-VALID AND ENTRY-NEW-SHIP-TO NOT = SPACE
               PERFORM 440-VALIDATE-NEW-SHIP-TO.
      *
       440-VALIDATE-NEW-SHIP-TO.
      *
      *    THE SAME RULE ORDER ENTRY APPLIES, EXCEPT THAT A BAD
      *    CODE REFUSES THE CHANGE INSTEAD OF FALLING BACK TO THE
      *    BILLING ADDRESS -- THE LINE ALREADY HAS A GOOD ONE.
      *
           IF ENTRY-NEW-SHIP-TO = "*"
               MOVE SPACE TO NEW-SHIP-TO-CODE
           ELSE
               MOVE ENTRY-NEW-SHIP-TO TO NEW-SHIP-TO-CODE
               OPEN INPUT SHIPTO
               IF NOT SHIPTO-SUCCESSFUL
                   DISPLAY "NO SHIP-TO FILE ON FILE -- CHANGE "
                       "REFUSED."
                   MOVE "N" TO CHANGE-VALID-SWITCH
               ELSE
                   MOVE ORDER-CUSTOMER-NO TO SH-CUSTOMER-NO
                   MOVE NEW-SHIP-TO-CODE  TO SH-SHIP-TO-CODE
                   READ SHIPTO
                       INVALID KEY
                           DISPLAY "SHIP-TO " NEW-SHIP-TO-CODE
                               " NOT ON FILE FOR CUSTOMER "
                               ORDER-CUSTOMER-NO
                               " -- CHANGE REFUSED."
                           MOVE "N" TO CHANGE-VALID-SWITCH
                       NOT INVALID KEY
                           DISPLAY "SHIP TO: " SH-SHIP-TO-NAME
                   END-READ
                   CLOSE SHIPTO.
      *
       450-ALLOCATE-NEW-QUANTITY.
      *
      *    A BACKORDERED LINE HOLDS NO STOCK, SO ITS QUANTITY
      *    SIMPLY CHANGES AND THE RELEASE RUN DEALS WITH IT. ON AN
      *    OPEN OR HELD LINE A CUT GIVES BACK THE EXCESS AND AN
      *    INCREASE TAKES WHAT IS AVAILABLE, SPLITTING THE REST
      *    TO A BACKORDER LINE THE WAY ORDER ENTRY DOES.
      *
           MOVE ZERO TO SPLIT-BACKORDER-QTY.
           MOVE SELECTED-ALLOCATED TO NEW-ALLOCATED-QUANTITY.
           IF ENTRY-NEW-QUANTITY = ZERO
             OR SELECTED-BACKORDERED
               CONTINUE
           ELSE
               IF ENTRY-NEW-QUANTITY <= SELECTED-ALLOCATED
                   MOVE ENTRY-NEW-QUANTITY TO NEW-ALLOCATED-QUANTITY
               ELSE
                   COMPUTE ADDED-QUANTITY =
                       ENTRY-NEW-QUANTITY - SELECTED-ALLOCATED
                   PERFORM 460-COMPUTE-ITEM-AVAILABILITY
                   IF ADDED-QUANTITY <= AVAILABLE-QUANTITY
                       MOVE ENTRY-NEW-QUANTITY
                           TO NEW-ALLOCATED-QUANTITY
                   ELSE
                       COMPUTE NEW-ALLOCATED-QUANTITY =
                           SELECTED-ALLOCATED + AVAILABLE-QUANTITY
                       COMPUTE SPLIT-BACKORDER-QTY =
                           ENTRY-NEW-QUANTITY
                               - NEW-ALLOCATED-QUANTITY.
      *
       460-COMPUTE-ITEM-AVAILABILITY.
      *
      *    AVAILABILITY IS ON-HAND NET OF EVERY QUANTITY ALREADY
      *    ALLOCATED TO OPEN, PICKED, HELD, OR SHIPPED LINES --
      *    THE SAME NETTING ORDER ENTRY AND THE RELEASE RUN USE.
      *    A LINE WITH A WAREHOUSE IS ALSO HELD TO THAT WAREHOUSE'S
      *    OWN BALANCE NET OF ITS ALLOCATIONS; THE INCREASE STAYS
      *    AT THE LINE'S WAREHOUSE AND ANY SHORTFALL BACKORDERS
      *    THERE.
      *
           MOVE ZERO TO ITEM-ALLOCATED-TOTAL.
           MOVE ZERO TO WAREHOUSE-ALLOCATED-TOTAL.
           MOVE ZERO TO AVAILABLE-QUANTITY.
           MOVE "N"  TO ORDFILE-EOF-SWITCH.
           OPEN INPUT ORDFILE.
           IF ORDFILE-SUCCESSFUL
               PERFORM 470-ACCUMULATE-ITEM-ALLOCATION
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
           MOVE "Y" TO ITEM-FOUND-SWITCH.
           OPEN INPUT INVMAST.
           MOVE SELECTED-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND-SWITCH
                   MOVE ZERO TO IM-ON-HAND.
           CLOSE INVMAST.
           COMPUTE AVAILABLE-QUANTITY =
               IM-ON-HAND - ITEM-ALLOCATED-TOTAL.
           IF AVAILABLE-QUANTITY < ZERO
               MOVE ZERO TO AVAILABLE-QUANTITY.
           IF SELECTED-WAREHOUSE-CODE NOT = SPACE
               PERFORM 480-COMPUTE-WAREHOUSE-AVAILABILITY.
      *
       470-ACCUMULATE-ITEM-ALLOCATION.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF OR-ITEM-NO = SELECTED-ITEM-NO
                     AND (ORDER-OPEN OR ORDER-PICKED OR ORDER-HELD
                          OR ORDER-SHIPPED)
                       ADD OR-ALLOCATED-QUANTITY
                           TO ITEM-ALLOCATED-TOTAL
                       IF OR-WAREHOUSE-CODE = SELECTED-WAREHOUSE-CODE
                         AND OR-WAREHOUSE-CODE NOT = SPACE
                           ADD OR-ALLOCATED-QUANTITY
                               TO WAREHOUSE-ALLOCATED-TOTAL
                       END-IF
                   END-IF
           END-READ.
      *
       480-COMPUTE-WAREHOUSE-AVAILABILITY.
      *
      *    NO LOCATION BALANCE FILE LEAVES THE LINE HELD TO THE
      *    COMPANY-WIDE FIGURE ALONE.
      *
           SET BALANCE-REQUEST TO TRUE.
           MOVE SELECTED-ITEM-NO        TO WHR-ITEM-NO.
           MOVE SELECTED-WAREHOUSE-CODE TO WHR-WAREHOUSE-CODE.
           CALL "WHS1000" USING WAREHOUSE-REQUEST.
           IF NOT WAREHOUSE-REQUEST-ERROR
               COMPUTE WAREHOUSE-AVAILABLE =
                   WHR-QUANTITY - WAREHOUSE-ALLOCATED-TOTAL
               IF WAREHOUSE-AVAILABLE < ZERO
                   MOVE ZERO TO WAREHOUSE-AVAILABLE
               END-IF
               IF WAREHOUSE-AVAILABLE < AVAILABLE-QUANTITY
                   MOVE WAREHOUSE-AVAILABLE TO AVAILABLE-QUANTITY.
      *
       500-REWRITE-CHANGED-LINE.
      *
           MOVE "N" TO LINE-UPDATED-SWITCH.
           MOVE "N" TO ORDFILE-EOF-SWITCH.
           OPEN I-O ORDFILE.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "ORDER FILE COULD NOT BE OPENED -- STATUS "
                   ORDFILE-FILE-STATUS
           ELSE
               PERFORM 510-REWRITE-IF-SELECTED
                   UNTIL ORDFILE-EOF OR LINE-UPDATED
               CLOSE ORDFILE.
      *
       510-REWRITE-IF-SELECTED.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF OR-ORDER-NO = ENTRY-ORDER-NO
                     AND OR-LINE-NO = ENTRY-LINE-NO
                     AND (ORDER-OPEN OR ORDER-HELD
                          OR ORDER-BACKORDERED)
                     AND OR-WAVE-NO = ZERO
                       PERFORM 520-APPLY-LINE-CHANGES
                   END-IF
           END-READ.
      *
       520-APPLY-LINE-CHANGES.
      *
           MOVE OPEN-ORDER-RECORD TO SAVED-ORDER-LINE.
           IF ENTRY-NEW-QUANTITY > ZERO
               IF ORDER-BACKORDERED
                   MOVE ENTRY-NEW-QUANTITY TO OR-ORDER-QUANTITY
               ELSE
                   COMPUTE OR-ORDER-QUANTITY =
                       ENTRY-NEW-QUANTITY - SPLIT-BACKORDER-QTY
                   MOVE NEW-ALLOCATED-QUANTITY
                       TO OR-ALLOCATED-QUANTITY.
           IF ENTRY-NEW-SHIP-TO NOT = SPACE
               MOVE NEW-SHIP-TO-CODE TO OR-SHIP-TO-CODE.
           IF ENTRY-NEW-UNIT-PRICE > ZERO
               MOVE ENTRY-NEW-UNIT-PRICE TO OR-UNIT-PRICE
               SET OVERRIDE-PRICED TO TRUE.
           REWRITE OPEN-ORDER-RECORD.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "REWRITE ERROR ON ORDFILE FOR ORDER "
                   OR-ORDER-NO " -- STATUS " ORDFILE-FILE-STATUS
               MOVE "Y" TO ORDFILE-EOF-SWITCH
           ELSE
               MOVE "Y" TO LINE-UPDATED-SWITCH
               ADD 1 TO SESSION-CHANGE-COUNT
               SET LINE-CHANGED TO TRUE
               MOVE OR-ORDER-QUANTITY TO CG-NEW-QUANTITY
               MOVE OR-UNIT-PRICE     TO CG-NEW-UNIT-PRICE
               MOVE OR-SHIP-TO-CODE   TO CG-NEW-SHIP-TO-CODE
               IF SELECTED-ALLOCATED > OR-ALLOCATED-QUANTITY
                   COMPUTE CG-ALLOCATION-RELEASED =
                       SELECTED-ALLOCATED - OR-ALLOCATED-QUANTITY
               ELSE
                   MOVE ZERO TO CG-ALLOCATION-RELEASED
               END-IF
               MOVE OR-ORDER-QUANTITY     TO DISPLAY-QUANTITY
               MOVE OR-ALLOCATED-QUANTITY TO DISPLAY-ALLOCATED
               DISPLAY "LINE " OR-LINE-NO " CHANGED -- QTY "
                   DISPLAY-QUANTITY "  ALLOC " DISPLAY-ALLOCATED
               PERFORM 700-WRITE-CHANGE-LOG.
      *
       550-WRITE-SPLIT-BACKORDER.
      *
      *    THE UNCOVERED PART OF AN INCREASE GOES ON THE END OF
      *    THE ORDER AS ITS OWN BACKORDER LINE, CARRYING THE
      *    CHANGED LINE'S PRICE AND SHIP-TO.
      *
           OPEN EXTEND ORDFILE.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "BACKORDER LINE NOT WRITTEN -- STATUS "
                   ORDFILE-FILE-STATUS
           ELSE
               MOVE SAVED-ORDER-LINE TO OPEN-ORDER-RECORD
               IF ENTRY-NEW-SHIP-TO NOT = SPACE
                   MOVE NEW-SHIP-TO-CODE TO OR-SHIP-TO-CODE
               END-IF
               IF ENTRY-NEW-UNIT-PRICE > ZERO
                   MOVE ENTRY-NEW-UNIT-PRICE TO OR-UNIT-PRICE
                   SET OVERRIDE-PRICED TO TRUE
               END-IF
               ADD 1 TO HIGHEST-LINE-NO
               MOVE HIGHEST-LINE-NO     TO OR-LINE-NO
               MOVE SPLIT-BACKORDER-QTY TO OR-ORDER-QUANTITY
               MOVE ZERO                TO OR-ALLOCATED-QUANTITY
               MOVE ZERO                TO OR-WAVE-NO
               SET ORDER-BACKORDERED TO TRUE
               WRITE OPEN-ORDER-RECORD
               IF NOT ORDFILE-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON ORDFILE FOR ORDER "
                       OR-ORDER-NO " -- STATUS "
                       ORDFILE-FILE-STATUS
               ELSE
                   MOVE SPLIT-BACKORDER-QTY TO DISPLAY-QUANTITY
                   DISPLAY "LINE " OR-LINE-NO " BACKORDERED "
                       DISPLAY-QUANTITY " *** AWAITING STOCK ***"
                   SET LINE-SPLIT-TO-BACKORDER TO TRUE
                   MOVE SPLIT-BACKORDER-QTY TO CG-NEW-QUANTITY
                   MOVE OR-UNIT-PRICE       TO CG-NEW-UNIT-PRICE
                   MOVE OR-SHIP-TO-CODE     TO CG-NEW-SHIP-TO-CODE
                   MOVE ZERO TO CG-ALLOCATION-RELEASED
                   MOVE ZERO TO OR-ORDER-QUANTITY
                   MOVE OPEN-ORDER-RECORD TO SAVED-ORDER-LINE
                   PERFORM 700-WRITE-CHANGE-LOG
               END-IF
               CLOSE ORDFILE.
      *
       700-WRITE-CHANGE-LOG.
      *
      *    THE PRIOR VALUES COME FROM THE SAVED COPY OF THE LINE;
      *    THE CALLER HAS ALREADY SET THE CHANGE TYPE, THE NEW
      *    VALUES, AND THE ALLOCATION RELEASED.
      *
           MOVE RUN-DATE         TO CG-CHANGE-DATE.
           MOVE RUN-TIME         TO CG-CHANGE-TIME.
           MOVE SO-OPERATOR-ID   TO CG-OPERATOR-ID.
           MOVE OR-ORDER-NO      TO CG-ORDER-NO.
           MOVE OR-LINE-NO       TO CG-LINE-NO.
           MOVE OR-CUSTOMER-NO   TO CG-CUSTOMER-NO.
           MOVE OR-ITEM-NO       TO CG-ITEM-NO.
           MOVE SAVED-ORDER-LINE TO OPEN-ORDER-RECORD.
           MOVE OR-ORDER-QUANTITY TO CG-PRIOR-QUANTITY.
           MOVE OR-UNIT-PRICE     TO CG-PRIOR-UNIT-PRICE.
           MOVE OR-SHIP-TO-CODE   TO CG-PRIOR-SHIP-TO-CODE.
           MOVE OR-ORDER-STATUS   TO CG-PRIOR-STATUS.
           OPEN EXTEND ORDCHG.
           IF NOT ORDCHG-SUCCESSFUL
               OPEN OUTPUT ORDCHG.
           IF NOT ORDCHG-SUCCESSFUL
               DISPLAY "OPEN ERROR ON ORDCHG -- STATUS "
                   ORDCHG-FILE-STATUS
           ELSE
               WRITE ORDER-CHANGE-RECORD
               IF NOT ORDCHG-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON ORDCHG -- STATUS "
                       ORDCHG-FILE-STATUS
               END-IF
               CLOSE ORDCHG.
