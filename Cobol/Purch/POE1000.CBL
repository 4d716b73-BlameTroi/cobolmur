       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. POE1000.
      *
      *    PURCHASE-ORDER ENTRY. THE BUYER NAMES THE VENDOR AND THE
      *    PROMISE DATE ONCE, THEN KEYS AS MANY ITEM LINES AS THE
      *    ORDER NEEDS. NOTHING IS WRITTEN UNTIL THE ORDER IS
      *    COMPLETE; THEN ONE PO NUMBER IS TAKEN FROM THE CONTROL
      *    FILE AND EVERY LINE GOES TO PORDFILE UNDER IT, NUMBERED
      *    FROM 1. QUANTITIES ARE IN THE ITEM'S BUYING UNIT. A
      *    ZERO COST TAKES THE VENDOR CATALOG QUOTE; WITH NO QUOTE
      *    ON FILE THE BUYER MUST KEY THE COST. POP1000 PRINTS THE
      *    ORDER FOR THE VENDOR. AN ORDER WHOSE TOTAL IS OVER THE
      *    BUYER'S OWN APPROVAL LIMIT IS REFUSED -- IT MUST GO
      *    THROUGH REQUISITION ENTRY AND THE APPROVAL QUEUE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT INVXTRA  ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS INVXTRA-FILE-STATUS.
           SELECT VENCAT   ASSIGN TO "c:\cobol\data\vencat.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VC-CATALOG-KEY
                           FILE STATUS IS VENCAT-FILE-STATUS.
           SELECT PORDFILE ASSIGN TO "c:\cobol\data\pordfile.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PORDFILE-FILE-STATUS.
           SELECT POCTL    ASSIGN TO "c:\cobol\data\poctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS POCTL-FILE-STATUS.
           SELECT OPERMAST ASSIGN TO "c:\cobol\data\opermast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS OP-OPERATOR-ID
                           FILE STATUS IS OPERMAST-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
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
       FD  INVXTRA.
      *
       COPY "Invxtra.cpy".
      *
       FD  VENCAT.
      *
       COPY "Vencat.cpy".
      *
       FD  PORDFILE.
      *
       01  PURCHASE-ORDER-RECORD.
           05  PO-ITEM-NO              PIC X(5).
           05  PO-VENDOR-NO            PIC X(5).
           05  PO-ORDER-QUANTITY       PIC S9(5).
           05  PO-ORDER-DATE           PIC 9(8).
           05  PO-STATUS               PIC X.
               88  PO-OPEN                     VALUE "O".
               88  PO-PARTIAL                  VALUE "P".
               88  PO-CLOSED                   VALUE "C".
           05  PO-UNIT-COST            PIC S9(3)V99.
           05  PO-RECEIVED-QTY         PIC S9(5).
           05  PO-PROMISE-DATE         PIC 9(8).
           05  PO-REVISION-NO          PIC 9(2).
           05  PO-DROP-SHIP-SWITCH     PIC X.
               88  PO-DROP-SHIP                VALUE "Y".
           05  PO-NUMBER               PIC 9(6).
           05  PO-LINE-NO              PIC 9(2).
           05  PO-BLANKET-NO           PIC 9(6).
      *
       FD  POCTL.
      *
       01  PO-CONTROL-RECORD.
           05  PC-LAST-PO-NUMBER       PIC 9(6).
      *
       FD  OPERMAST.
      *
       COPY "Opermast.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  END-OF-ORDER-SWITCH         PIC X   VALUE "N".
               88  END-OF-ORDER                    VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
           05  INVXTRA-OPEN-SWITCH         PIC X   VALUE "N".
               88  INVXTRA-OPEN                    VALUE "Y".
           05  VENCAT-OPEN-SWITCH          PIC X   VALUE "N".
               88  VENCAT-OPEN                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  VENCAT-FILE-STATUS      PIC XX.
               88  VENCAT-SUCCESSFUL           VALUE "00".
           05  PORDFILE-FILE-STATUS    PIC XX.
               88  PORDFILE-SUCCESSFUL         VALUE "00".
           05  POCTL-FILE-STATUS       PIC XX.
               88  POCTL-SUCCESSFUL            VALUE "00".
           05  OPERMAST-FILE-STATUS    PIC XX.
               88  OPERMAST-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-VENDOR-NO         PIC X(5).
           05  ENTRY-PROMISE-DATE      PIC 9(8).
           05  ENTRY-ITEM-NO           PIC X(5).
           05  ENTRY-QUANTITY          PIC 9(5).
           05  ENTRY-UNIT-COST         PIC 9(3)V99.
           05  ENTRY-CONFIRM           PIC X.
      *
       01  ORDER-WORK-FIELDS.
           05  NEXT-PO-NUMBER          PIC 9(6)    VALUE ZERO.
           05  LINE-UOM                PIC X(4).
           05  LINE-UNIT-COST          PIC S9(3)V99.
           05  ORDERS-WRITTEN          PIC S9(5)   COMP  VALUE ZERO.
           05  BUYER-LIMIT             PIC 9(7)V99.
           05  ORDER-TOTAL             PIC S9(7)V99.
      *
      *    THE LINES OF THE ORDER BEING KEYED. THE PO LINE NUMBER
      *    IS THE LINE'S PLACE IN THIS TABLE.
      *
       01  ORDER-LINE-TABLE.
           05  LINE-COUNT              PIC S9(3)   COMP  VALUE ZERO.
           05  ORDER-LINE                  OCCURS 20 TIMES.
               10  OL-ITEM-NO          PIC X(5).
               10  OL-QUANTITY         PIC S9(5).
               10  OL-UNIT-COST        PIC S9(3)V99.
      *
       01  LINE-SUB                    PIC S9(3)   COMP.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-COST            PIC ZZ9.99.
           05  DISPLAY-LINE-NO         PIC Z9.
           05  DISPLAY-ORDER-COUNT     PIC ZZ,ZZ9.
           05  DISPLAY-ORDER-TOTAL     PIC Z,ZZZ,ZZ9.99.
           05  DISPLAY-BUYER-LIMIT     PIC Z,ZZZ,ZZ9.99.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Sgnreq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-ENTER-PURCHASE-ORDERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "POE1000 PURCHASE-ORDER ENTRY".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "PURCHASE ORDERS NEED OPERATOR AUTHORITY."
               STOP RUN.
           PERFORM 050-GET-BUYER-LIMIT.
           OPEN INPUT VENDMAST.
           IF NOT VENDMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENDMAST -- STATUS "
                   VENDMAST-FILE-STATUS
               STOP RUN.
           OPEN INPUT INVMAST.
           OPEN INPUT INVXTRA.
           IF INVXTRA-SUCCESSFUL
               MOVE "Y" TO INVXTRA-OPEN-SWITCH.
           OPEN INPUT VENCAT.
           IF VENCAT-SUCCESSFUL
               MOVE "Y" TO VENCAT-OPEN-SWITCH.
           PERFORM 100-ENTER-ONE-ORDER
               UNTIL END-OF-SESSION.
           CLOSE VENDMAST
                 INVMAST.
           IF INVXTRA-OPEN
               CLOSE INVXTRA.
           IF VENCAT-OPEN
               CLOSE VENCAT.
           MOVE ORDERS-WRITTEN TO DISPLAY-ORDER-COUNT.
           DISPLAY "POE1000 SESSION ENDED -- " DISPLAY-ORDER-COUNT
               " PURCHASE ORDERS WRITTEN.".
           STOP RUN.
      *
       050-GET-BUYER-LIMIT.
      *
           MOVE ZERO TO BUYER-LIMIT.
           OPEN INPUT OPERMAST.
           IF OPERMAST-SUCCESSFUL
               MOVE SO-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERMAST
                   INVALID KEY
                       MOVE ZERO TO BUYER-LIMIT
                   NOT INVALID KEY
                       MOVE OP-APPROVAL-LIMIT TO BUYER-LIMIT
               END-READ
               CLOSE OPERMAST.
           MOVE BUYER-LIMIT TO DISPLAY-BUYER-LIMIT.
           DISPLAY "YOUR APPROVAL LIMIT IS " DISPLAY-BUYER-LIMIT.
      *
       100-ENTER-ONE-ORDER.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER VENDOR NUMBER, OR 99999 TO END.".
           ACCEPT ENTRY-VENDOR-NO.
           IF ENTRY-VENDOR-NO = "99999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               MOVE ENTRY-VENDOR-NO TO VM-VENDOR-NO
               READ VENDMAST
                   INVALID KEY
                       DISPLAY "VENDOR " ENTRY-VENDOR-NO
                           " NOT ON FILE."
                   NOT INVALID KEY
                       DISPLAY "VENDOR: " VM-VENDOR-NAME
                       PERFORM 200-ENTER-ORDER-LINES
               END-READ.
      *
       200-ENTER-ORDER-LINES.
      *
           DISPLAY "ENTER PROMISE DATE (YYYYMMDD, 0 IF NONE).".
           ACCEPT ENTRY-PROMISE-DATE.
           MOVE ZERO TO LINE-COUNT.
           MOVE "N" TO END-OF-ORDER-SWITCH.
           PERFORM 210-ENTER-ONE-LINE
               UNTIL END-OF-ORDER.
           IF LINE-COUNT = ZERO
               DISPLAY "NO LINES ENTERED -- NO PURCHASE ORDER "
                   "WRITTEN."
           ELSE
               MOVE ZERO TO ORDER-TOTAL
               PERFORM 250-ADD-LINE-TO-TOTAL
                   VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > LINE-COUNT
               MOVE ORDER-TOTAL TO DISPLAY-ORDER-TOTAL
               IF ORDER-TOTAL > BUYER-LIMIT
                   DISPLAY "ORDER TOTAL " DISPLAY-ORDER-TOTAL
                       " IS OVER YOUR APPROVAL LIMIT."
                   DISPLAY "RAISE REQUISITIONS IN REQ1000 FOR "
                       "SUPERVISOR APPROVAL -- NOTHING WRITTEN."
               ELSE
                   MOVE LINE-COUNT TO DISPLAY-LINE-NO
                   DISPLAY "WRITE PURCHASE ORDER WITH "
                       DISPLAY-LINE-NO " LINES FOR "
                       DISPLAY-ORDER-TOTAL "? (Y/N)"
                   ACCEPT ENTRY-CONFIRM
                   IF ENTRY-CONFIRM = "Y"
                       PERFORM 300-WRITE-PURCHASE-ORDER
                   ELSE
                       DISPLAY "ORDER ABANDONED -- NOTHING WRITTEN.".
      *
       210-ENTER-ONE-LINE.
      *
           IF LINE-COUNT = 20
               DISPLAY "ORDER IS FULL AT 20 LINES -- START ANOTHER "
                   "PO FOR THE REST."
               MOVE "Y" TO END-OF-ORDER-SWITCH
           ELSE
               COMPUTE DISPLAY-LINE-NO = LINE-COUNT + 1
               DISPLAY "LINE " DISPLAY-LINE-NO ": ENTER ITEM NUMBER, "
                   "OR X TO FINISH THE ORDER."
               ACCEPT ENTRY-ITEM-NO
               IF ENTRY-ITEM-NO = "X"
                   MOVE "Y" TO END-OF-ORDER-SWITCH
               ELSE
                   PERFORM 220-VALIDATE-ORDER-ITEM
                   IF ITEM-FOUND
                       PERFORM 230-ACCEPT-LINE-DETAIL.
      *
       220-VALIDATE-ORDER-ITEM.
      *
           MOVE "Y" TO ITEM-FOUND-SWITCH.
           MOVE ENTRY-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   DISPLAY "ITEM " ENTRY-ITEM-NO " NOT ON FILE."
                   MOVE "N" TO ITEM-FOUND-SWITCH
           END-READ.
           IF ITEM-FOUND
               PERFORM 225-GET-BUYING-UOM
               DISPLAY IM-ITEM-DESC "  BUYING UNIT " LINE-UOM.
      *
       225-GET-BUYING-UOM.
      *
      *    THE ORDER IS PLACED IN THE UNIT THE VENDOR SELLS IN. AN
      *    ITEM WITH NO BUYING UNIT ON FILE IS BOUGHT AS IT IS
      *    STOCKED.
      *
           MOVE SPACE TO LINE-UOM.
           IF INVXTRA-OPEN
               MOVE ENTRY-ITEM-NO TO IX-ITEM-NO
               READ INVXTRA
                   INVALID KEY
                       MOVE SPACE TO IX-BUYING-UOM
                                     IX-STOCKING-UOM
               END-READ
               IF IX-BUYING-UOM NOT = SPACE
                   MOVE IX-BUYING-UOM TO LINE-UOM
               ELSE
                   MOVE IX-STOCKING-UOM TO LINE-UOM.
      *
       230-ACCEPT-LINE-DETAIL.
      *
           DISPLAY "ENTER QUANTITY IN " LINE-UOM ".".
           ACCEPT ENTRY-QUANTITY.
           DISPLAY "ENTER UNIT COST (NNN.NN, 0 = CATALOG QUOTE).".
           ACCEPT ENTRY-UNIT-COST.
           MOVE ENTRY-UNIT-COST TO LINE-UNIT-COST.
           IF ENTRY-UNIT-COST = ZERO
               PERFORM 240-GET-CATALOG-COST.
           IF ENTRY-QUANTITY = ZERO
               DISPLAY "QUANTITY MUST BE GREATER THAN ZERO -- LINE "
                   "REFUSED."
           ELSE
               IF LINE-UNIT-COST = ZERO
                   DISPLAY "NO CATALOG QUOTE FOR VENDOR "
                       ENTRY-VENDOR-NO " ITEM " ENTRY-ITEM-NO
                       " -- KEY THE COST. LINE REFUSED."
               ELSE
                   ADD 1 TO LINE-COUNT
                   MOVE ENTRY-ITEM-NO  TO OL-ITEM-NO (LINE-COUNT)
                   MOVE ENTRY-QUANTITY TO OL-QUANTITY (LINE-COUNT)
                   MOVE LINE-UNIT-COST TO OL-UNIT-COST (LINE-COUNT)
                   MOVE LINE-UNIT-COST TO DISPLAY-COST
                   MOVE LINE-COUNT     TO DISPLAY-LINE-NO
                   DISPLAY "LINE " DISPLAY-LINE-NO " ACCEPTED AT "
                       DISPLAY-COST ".".
      *
       240-GET-CATALOG-COST.
      *
           IF VENCAT-OPEN
               MOVE ENTRY-VENDOR-NO TO VC-VENDOR-NO
               MOVE ENTRY-ITEM-NO   TO VC-ITEM-NO
               READ VENCAT
                   INVALID KEY
                       MOVE ZERO TO LINE-UNIT-COST
                   NOT INVALID KEY
                       MOVE VC-QUOTED-COST TO LINE-UNIT-COST
               END-READ.
      *
       250-ADD-LINE-TO-TOTAL.
      *
           COMPUTE ORDER-TOTAL = ORDER-TOTAL
               + OL-QUANTITY (LINE-SUB) * OL-UNIT-COST (LINE-SUB).
      *
       300-WRITE-PURCHASE-ORDER.
      *
           OPEN EXTEND PORDFILE.
           IF NOT PORDFILE-SUCCESSFUL
               OPEN OUTPUT PORDFILE.
           IF NOT PORDFILE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PORDFILE -- STATUS "
                   PORDFILE-FILE-STATUS
           ELSE
               PERFORM 330-TAKE-NEXT-PO-NUMBER
               PERFORM 310-WRITE-ORDER-LINE
                   VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > LINE-COUNT
               CLOSE PORDFILE
               ADD 1 TO ORDERS-WRITTEN
               MOVE LINE-COUNT TO DISPLAY-LINE-NO
               DISPLAY "PURCHASE ORDER " NEXT-PO-NUMBER " WRITTEN "
                   "WITH " DISPLAY-LINE-NO " LINES.".
      *
       310-WRITE-ORDER-LINE.
      *
           MOVE OL-ITEM-NO (LINE-SUB)   TO PO-ITEM-NO.
           MOVE ENTRY-VENDOR-NO         TO PO-VENDOR-NO.
           MOVE OL-QUANTITY (LINE-SUB)  TO PO-ORDER-QUANTITY.
           MOVE RUN-DATE                TO PO-ORDER-DATE.
           MOVE OL-UNIT-COST (LINE-SUB) TO PO-UNIT-COST.
           MOVE ZERO                    TO PO-RECEIVED-QTY.
           MOVE ENTRY-PROMISE-DATE      TO PO-PROMISE-DATE.
           MOVE ZERO                    TO PO-REVISION-NO.
           MOVE "N"                     TO PO-DROP-SHIP-SWITCH.
           MOVE NEXT-PO-NUMBER          TO PO-NUMBER.
           MOVE LINE-SUB                TO PO-LINE-NO.
           MOVE ZERO                    TO PO-BLANKET-NO.
           SET PO-OPEN TO TRUE.
           WRITE PURCHASE-ORDER-RECORD.
           IF NOT PORDFILE-SUCCESSFUL
               MOVE LINE-SUB TO DISPLAY-LINE-NO
               DISPLAY "WRITE ERROR ON PORDFILE FOR PO "
                   NEXT-PO-NUMBER " LINE " DISPLAY-LINE-NO.
      *
       330-TAKE-NEXT-PO-NUMBER.
      *
      *    THE NUMBER IS TAKEN AND THE CONTROL FILE REWRITTEN AT
      *    ONCE, NOT AT THE END OF THE SESSION -- ORDER ENTRY,
      *    BLANKET RELEASES, AND PO ENTRY ALL DRAW PURCHASE-ORDER
      *    NUMBERS FROM THE SAME SEQUENCE.
      *
           OPEN INPUT POCTL.
           IF POCTL-SUCCESSFUL
               READ POCTL
                   AT END
                       MOVE ZERO TO PC-LAST-PO-NUMBER
               END-READ
               MOVE PC-LAST-PO-NUMBER TO NEXT-PO-NUMBER
               CLOSE POCTL
           ELSE
               MOVE ZERO TO NEXT-PO-NUMBER.
           ADD 1 TO NEXT-PO-NUMBER.
           OPEN OUTPUT POCTL.
           MOVE NEXT-PO-NUMBER TO PC-LAST-PO-NUMBER.
           WRITE PO-CONTROL-RECORD.
           CLOSE POCTL.
