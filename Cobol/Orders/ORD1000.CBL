      *
       FILE-CONTROL.
      *
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           ACCESS IS RANDOM
                           RECORD KEY IS CP-CONTRACT-KEY
                           FILE STATUS IS CONTRACT-FILE-STATUS.
           SELECT PRCBRK   ASSIGN TO "c:\cobol\data\prcbrk.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PB-ITEM-NO
                           FILE STATUS IS PRCBRK-FILE-STATUS.
           SELECT INVXTRA  ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           ACCESS IS DYNAMIC
                           RECORD KEY IS SB-SUBS-KEY
                           FILE STATUS IS SUBSFILE-FILE-STATUS.
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
           SELECT WOCOMP   ASSIGN TO "c:\cobol\data\wocomp.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS WM-COMPONENT-KEY
                           FILE STATUS IS WOCOMP-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CUSTMASI.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC X(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
       FD  CONTRACT.
      *
       COPY "Contract.cpy".
      *
       FD  PRCBRK.
      *
       COPY "Prcbrk.cpy".
      *
       FD  INVXTRA.
      *
       FD  SUBSFILE.
      *
       COPY "Subsfile.cpy".
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
       FD  WOCOMP.
      *
       COPY "Wocomp.cpy".
      *
       WORKING-STORAGE SECTION.
      *
               88  END-OF-ORDERS                   VALUE "Y".
           05  CUSTOMER-FOUND-SWITCH       PIC X   VALUE "N".
               88  CUSTOMER-FOUND                  VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
           05  MORE-LINES-SWITCH           PIC X   VALUE "N".
               88  MORE-LINES                      VALUE "Y".
           05  REQUESTED-DATE-SWITCH       PIC X   VALUE "N".
               88  REQUESTED-DATE-VALID            VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  WOCOMP-EOF-SWITCH           PIC X   VALUE "N".
               88  WOCOMP-EOF                      VALUE "Y".
           05  DROP-SHIP-SWITCH            PIC X   VALUE "N".
               88  DROP-SHIP-CHOSEN                VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  ORDCTL-FILE-STATUS      PIC XX.
               88  SHIPTO-SUCCESSFUL           VALUE "00".
           05  CONTRACT-FILE-STATUS    PIC XX.
               88  CONTRACT-SUCCESSFUL         VALUE "00".
           05  PRCBRK-FILE-STATUS      PIC XX.
               88  PRCBRK-SUCCESSFUL           VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  SUBSFILE-FILE-STATUS    PIC XX.
               88  SUBSFILE-SUCCESSFUL         VALUE "00".
           05  SUBSFILE-EOF-SWITCH     PIC X.
               88  SUBSFILE-EOF                VALUE "Y".
           05  VENCAT-FILE-STATUS      PIC XX.
               88  VENCAT-SUCCESSFUL           VALUE "00".
           05  PORDFILE-FILE-STATUS    PIC XX.
               88  PORDFILE-SUCCESSFUL         VALUE "00".
           05  POCTL-FILE-STATUS       PIC XX.
               88  POCTL-SUCCESSFUL            VALUE "00".
           05  WOCOMP-FILE-STATUS      PIC XX.
               88  WOCOMP-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ORDER-CUSTOMER-NO       PIC 9(5).
           05  ENTRY-ITEM-NO           PIC X(5).
           05  ENTRY-QUANTITY          PIC 9(5).
           05  ENTRY-SHIP-TO-CODE      PIC X(3).
           05  ENTRY-CUSTOMER-PO-NO    PIC X(10).
           05  ENTRY-REQUESTED-DATE    PIC 9(8).
           05  ENTRY-DROP-SHIP         PIC X.
           05  ENTRY-SPLIT-CHOICE      PIC X.
      *
       01  ORDER-WORK-FIELDS.
           05  NEXT-ORDER-NO           PIC 9(6)    VALUE ZERO.
           05  BACKORDER-QUANTITY      PIC S9(5).
           05  LINE-UNIT-PRICE         PIC S9(3)V99.
           05  LINE-PRICE-SOURCE       PIC X.
           05  BREAK-SUB               PIC S9(3)   COMP.
           05  BREAK-QUANTITY-USED     PIC 9(5).
           05  OVERFLOW-ITEM-NO        PIC X(5).
           05  ALLOCATIONS-NOT-TABLED  PIC 9(5)    VALUE ZERO.
           05  ORDER-SHIP-STATE        PIC X(2).
           05  NEXT-PO-NUMBER          PIC 9(6)    VALUE ZERO.
      *
       01  WAREHOUSE-WORK-FIELDS.
           05  ORDER-WAREHOUSE-CODE    PIC X(2)    OCCURS 3 TIMES.
           05  SPLIT-ENTRY                         OCCURS 3 TIMES.
               10  SPLIT-WAREHOUSE-CODE    PIC X(2).
               10  SPLIT-QUANTITY          PIC S9(5).
           05  SPLIT-SUB               PIC S9(3)   COMP.
           05  LINE-WAREHOUSE-CODE     PIC X(2).
           05  COMPANY-AVAILABLE       PIC S9(7).
           05  WAREHOUSE-AVAILABLE     PIC S9(7).
           05  ALTERNATE-AVAILABLE     PIC S9(7).
           05  REMAINING-QUANTITY      PIC S9(5).
      *
       01  CREDIT-WORK-FIELDS.
           05  AROPEN-EOF-SWITCH       PIC X.
           05  ALLOCATION-ENTRY            OCCURS 200 TIMES
                                           INDEXED BY ALLOCATION-INDEX.
               10  AT-ITEM-NO              PIC X(5).
               10  AT-WAREHOUSE-CODE       PIC X(2).
               10  AT-ALLOCATED-QUANTITY   PIC S9(7).
      *
       01  RUN-DATE-FIELDS.
       01  DISPLAY-FIELDS.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZ9.
           05  DISPLAY-ALLOCATED       PIC ZZ,ZZ9.
      *
       COPY "Dtereq.cpy".
      *
       COPY "Whsreq.cpy".
      *
       PROCEDURE DIVISION.
      *
               PERFORM 065-LOAD-NEXT-ALLOCATION
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
           PERFORM 061-LOAD-WORK-ORDER-ALLOCATIONS.
      *
       061-LOAD-WORK-ORDER-ALLOCATIONS.
      *
      *    COMPONENTS ALLOCATED TO RELEASED WORK ORDERS ARE HELD
      *    COMPANY-WIDE, NOT AT A WAREHOUSE, SO THEY NET ONLY
      *    AGAINST THE COMPANY FIGURE -- WHICH EVERY WAREHOUSE
      *    FIGURE IS HELD UNDER.
      *
           OPEN INPUT WOCOMP.
           IF WOCOMP-SUCCESSFUL
               PERFORM 062-LOAD-NEXT-WO-ALLOCATION
                   UNTIL WOCOMP-EOF
               CLOSE WOCOMP.
      *
       062-LOAD-NEXT-WO-ALLOCATION.
      *
           READ WOCOMP
               AT END
                   MOVE "Y" TO WOCOMP-EOF-SWITCH
               NOT AT END
                   IF WM-ALLOCATED-QTY > ZERO
                       PERFORM 063-ACCUMULATE-WO-ALLOCATION
                   END-IF
           END-READ.
      *
       063-ACCUMULATE-WO-ALLOCATION.
      *
           SET ALLOCATION-INDEX TO 1.
           SEARCH ALLOCATION-ENTRY
               AT END
                   MOVE WM-COMPONENT-ITEM-NO TO OVERFLOW-ITEM-NO
                   PERFORM 068-REPORT-ALLOCATION-FULL
               WHEN ALLOCATION-INDEX > ALLOCATION-ENTRY-COUNT
                   ADD 1 TO ALLOCATION-ENTRY-COUNT
                   MOVE WM-COMPONENT-ITEM-NO TO
                       AT-ITEM-NO (ALLOCATION-INDEX)
                   MOVE SPACE TO
                       AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                   MOVE WM-ALLOCATED-QTY TO
                       AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
               WHEN AT-ITEM-NO (ALLOCATION-INDEX) = WM-COMPONENT-ITEM-NO
                 AND AT-WAREHOUSE-CODE (ALLOCATION-INDEX) = SPACE
                   ADD WM-ALLOCATED-QTY TO
                       AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
           END-SEARCH.
      *
       065-LOAD-NEXT-ALLOCATION.
      *
                           TO ALLOCATION-ENTRY-COUNT
                       MOVE OR-ITEM-NO TO
                           AT-ITEM-NO (ALLOCATION-INDEX)
                       MOVE OR-WAREHOUSE-CODE TO
                           AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                       MOVE OR-ALLOCATED-QUANTITY TO
                           AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                   ELSE
                       ADD 1 TO ALLOCATION-ENTRY-COUNT
                       MOVE OR-ITEM-NO TO
                           AT-ITEM-NO (ALLOCATION-INDEX)
                       MOVE OR-WAREHOUSE-CODE TO
                           AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                       MOVE OR-ALLOCATED-QUANTITY TO
                           AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                   ELSE
                       PERFORM 068-REPORT-ALLOCATION-FULL
                   END-IF
               WHEN AT-ITEM-NO (ALLOCATION-INDEX) = OR-ITEM-NO
                 AND AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                     = OR-WAREHOUSE-CODE
                   ADD OR-ALLOCATED-QUANTITY TO
                       AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
           END-SEARCH.
               PERFORM 110-VALIDATE-CUSTOMER-NUMBER
               IF CUSTOMER-FOUND
                   PERFORM 115-ENTER-SHIP-TO-CODE
                   PERFORM 117-ENTER-CUSTOMER-PO
                   PERFORM 130-LOAD-CREDIT-POSITION
                   PERFORM 150-RESOLVE-SHIP-WAREHOUSES
                   PERFORM 200-ENTER-ORDER-LINES
                   PERFORM 270-CHECK-CREDIT-LIMIT
               ELSE
       110-VALIDATE-CUSTOMER-NUMBER.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           OPEN INPUT CUSTMASI.
           IF CUSTMASI-SUCCESSFUL
               MOVE ORDER-CUSTOMER-NO TO CM-CUSTOMER-NUMBER
               READ CUSTMASI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
                       MOVE CM-CUSTOMER-NAME TO ORDER-CUSTOMER-NAME
               END-READ
               CLOSE CUSTMASI.
      *
       115-ENTER-SHIP-TO-CODE.
      *
      *    BETTER A WRONG-ADDRESS PHONE CALL THAN A CODE NOBODY
      *    CAN RESOLVE AT PICK TIME.
      *
           MOVE SPACE TO ORDER-SHIP-STATE.
           DISPLAY "ENTER SHIP-TO CODE, OR SPACES FOR THE BILLING "
               "ADDRESS.".
           ACCEPT ENTRY-SHIP-TO-CODE.
                           MOVE SPACE TO ENTRY-SHIP-TO-CODE
                       NOT INVALID KEY
                           DISPLAY "SHIP TO: " SH-SHIP-TO-NAME
                           MOVE SH-STATE TO ORDER-SHIP-STATE
                   END-READ
                   CLOSE SHIPTO
               ELSE
                   DISPLAY "NO SHIP-TO FILE ON FILE -- BILLING "
                       "ADDRESS USED."
                   MOVE SPACE TO ENTRY-SHIP-TO-CODE.
      *
       117-ENTER-CUSTOMER-PO.
      *
      *    THE CUSTOMER'S PO NUMBER AND REQUESTED SHIP DATE APPLY
      *    TO EVERY LINE OF THE ORDER. EITHER MAY BE LEFT BLANK;
      *    A REQUESTED DATE, IF GIVEN, MUST BE A REAL DATE AND
      *    NOT ALREADY PAST.
      *
           DISPLAY "ENTER CUSTOMER PO NUMBER, OR SPACES FOR NONE.".
           ACCEPT ENTRY-CUSTOMER-PO-NO.
           MOVE "N" TO REQUESTED-DATE-SWITCH.
           PERFORM 118-ENTER-REQUESTED-DATE
               UNTIL REQUESTED-DATE-VALID.
      *
       118-ENTER-REQUESTED-DATE.
      *
           DISPLAY "ENTER REQUESTED SHIP DATE (YYYYMMDD), OR 0 FOR "
               "NONE.".
           ACCEPT ENTRY-REQUESTED-DATE.
           IF ENTRY-REQUESTED-DATE = ZERO
               MOVE "Y" TO REQUESTED-DATE-SWITCH
           ELSE
               MOVE ENTRY-REQUESTED-DATE TO DC-DATE-1
               SET DATE-TO-DAYS TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF NOT DATE-REQUEST-OK
                   DISPLAY "NOT A VALID DATE -- RE-ENTER."
               ELSE
                   IF ENTRY-REQUESTED-DATE < RUN-DATE
                       DISPLAY "REQUESTED DATE IS ALREADY PAST -- "
                           "RE-ENTER."
                   ELSE
                       MOVE "Y" TO REQUESTED-DATE-SWITCH.
      *
       130-LOAD-CREDIT-POSITION.
      *
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CX-CREDIT-LIMIT TO CREDIT-LIMIT-AMOUNT
                       IF ENTRY-SHIP-TO-CODE = SPACE
                           MOVE CX-STATE TO ORDER-SHIP-STATE
                       END-IF
               END-READ
               CLOSE CUSTXTRA.
           IF CREDIT-LIMIT-AMOUNT > ZERO
                       ADD AO-OPEN-AMOUNT TO AR-BALANCE-AMOUNT
                   END-IF
           END-READ.
      *
       150-RESOLVE-SHIP-WAREHOUSES.
      *
      *    THE STATE THE ORDER SHIPS TO PICKS ITS WAREHOUSES: THE
      *    SHIP-TO ADDRESS'S STATE, OR THE BILLING STATE WHEN THE
      *    ORDER GOES TO THE BILLING ADDRESS. NO PREFERENCE ON
      *    FILE LEAVES THE LINES UNASSIGNED, ALLOCATED AGAINST THE
      *    COMPANY-WIDE ON-HAND AS BEFORE.
      *
           SET PREFERENCE-REQUEST TO TRUE.
           MOVE ORDER-SHIP-STATE TO WHR-STATE-CODE.
           CALL "WHS1000" USING WAREHOUSE-REQUEST.
           MOVE WHR-PREFERRED-WAREHOUSE (1) TO ORDER-WAREHOUSE-CODE (1).
           MOVE WHR-PREFERRED-WAREHOUSE (2) TO ORDER-WAREHOUSE-CODE (2).
           MOVE WHR-PREFERRED-WAREHOUSE (3) TO ORDER-WAREHOUSE-CODE (3).
           IF ORDER-WAREHOUSE-CODE (1) = SPACE
               DISPLAY "NO WAREHOUSE PREFERENCE FOR STATE "
                   ORDER-SHIP-STATE " -- STOCK IS ALLOCATED "
                   "COMPANY-WIDE."
           ELSE
               DISPLAY "SHIPS FROM WAREHOUSE " ORDER-WAREHOUSE-CODE (1)
                   "  ALTERNATES " ORDER-WAREHOUSE-CODE (2) " "
                   ORDER-WAREHOUSE-CODE (3).
      *
       270-CHECK-CREDIT-LIMIT.
      *
                   "LINE REFUSED."
           ELSE
               PERFORM 235-PRICE-ORDER-LINE
               PERFORM 232-ENTER-DROP-SHIP-CHOICE
               IF DROP-SHIP-CHOSEN
                   PERFORM 280-WRITE-DROP-SHIP-LINE
               ELSE
                   PERFORM 240-ALLOCATE-ORDER-QUANTITY
                   PERFORM 250-WRITE-ORDER-RECORD.
      *
       232-ENTER-DROP-SHIP-CHOICE.
      *
      *    AN ITEM WE DO NOT STOCK CAN GO STRAIGHT FROM THE VENDOR
      *    TO THE CUSTOMER. THE VENDOR IS THE ITEM'S OWN VENDOR
      *    AND THE PO COST IS ITS CATALOG QUOTE -- NO QUOTE ON
      *    FILE, NO DROP-SHIP, AND THE LINE GOES THROUGH STOCK
      *    ALLOCATION AS USUAL.
      *
           MOVE "N" TO DROP-SHIP-SWITCH.
           DISPLAY "DROP-SHIP FROM THE VENDOR? (Y/N)".
           ACCEPT ENTRY-DROP-SHIP.
           IF ENTRY-DROP-SHIP = "Y"
               OPEN INPUT VENCAT
               IF NOT VENCAT-SUCCESSFUL
                   DISPLAY "NO VENDOR CATALOG ON FILE -- LINE WILL "
                       "SHIP FROM STOCK."
               ELSE
                   MOVE IM-VENDOR-NO  TO VC-VENDOR-NO
                   MOVE ENTRY-ITEM-NO TO VC-ITEM-NO
                   READ VENCAT
                       INVALID KEY
                           DISPLAY "NO CATALOG QUOTE FOR VENDOR "
                               IM-VENDOR-NO " ITEM " ENTRY-ITEM-NO
                               " -- LINE WILL SHIP FROM STOCK."
                       NOT INVALID KEY
                           MOVE "Y" TO DROP-SHIP-SWITCH
                   END-READ
                   CLOSE VENCAT.
      *
       235-PRICE-ORDER-LINE.
      *
      *    MASTER UNIT PRICE IS THE FALLBACK. A CONTRACT OUTSIDE
      *    ITS EFFECTIVE WINDOW IS IGNORED AS IF IT WERE NOT ON
      *    FILE, AND THE LINE CARRIES ITS PRICE SOURCE SO THE
      *    INVOICE CAN SAY WHICH PRICE THE CUSTOMER GOT. WHEN NO
      *    CONTRACT APPLIES, THE ITEM'S QUANTITY-BREAK SCHEDULE IS
      *    TRIED BEFORE FALLING BACK TO THE MASTER PRICE.
      *
           MOVE IM-UNIT-PRICE TO LINE-UNIT-PRICE.
           MOVE "M"           TO LINE-PRICE-SOURCE.
                       END-IF
               END-READ
               CLOSE CONTRACT.
           IF LINE-PRICE-SOURCE = "M"
               PERFORM 236-APPLY-QUANTITY-BREAK.
      *
       236-APPLY-QUANTITY-BREAK.
      *
           OPEN INPUT PRCBRK.
           IF PRCBRK-SUCCESSFUL
               MOVE ENTRY-ITEM-NO TO PB-ITEM-NO
               READ PRCBRK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO BREAK-QUANTITY-USED
                       PERFORM 237-TEST-BREAK-TIER
                           VARYING BREAK-SUB FROM 1 BY 1
                           UNTIL BREAK-SUB > 5
                       IF LINE-PRICE-SOURCE = "Q"
                           DISPLAY "QUANTITY-BREAK PRICE APPLIED."
                       END-IF
               END-READ
               CLOSE PRCBRK.
      *
       237-TEST-BREAK-TIER.
      *
      *    THE HIGHEST IN-DATE TIER THE QUANTITY REACHES WINS, SO
      *    THE TIERS NEED NOT BE KEYED IN ASCENDING ORDER.
      *
           IF PB-MINIMUM-QUANTITY (BREAK-SUB) > BREAK-QUANTITY-USED
             AND PB-MINIMUM-QUANTITY (BREAK-SUB) <= ENTRY-QUANTITY
             AND RUN-DATE >= PB-EFFECTIVE-DATE (BREAK-SUB)
             AND RUN-DATE <= PB-EXPIRY-DATE (BREAK-SUB)
               MOVE PB-MINIMUM-QUANTITY (BREAK-SUB)
                   TO BREAK-QUANTITY-USED
               IF PB-BREAK-PERCENT (BREAK-SUB)
                   COMPUTE LINE-UNIT-PRICE ROUNDED =
                       IM-UNIT-PRICE *
                       (100 - PB-BREAK-VALUE (BREAK-SUB)) / 100
               ELSE
                   MOVE PB-BREAK-VALUE (BREAK-SUB) TO LINE-UNIT-PRICE
               END-IF
               MOVE "Q" TO LINE-PRICE-SOURCE.
      *
       240-ALLOCATE-ORDER-QUANTITY.
      *
      *    THE LINE IS ALLOCATED AGAINST THE PREFERRED WAREHOUSE'S
      *    OWN BALANCE, NET OF WHAT IS ALREADY ALLOCATED THERE, AND
      *    NEVER PAST THE COMPANY-WIDE AVAILABILITY -- LINES STILL
      *    WITHOUT A WAREHOUSE ARE ONLY COUNTED THERE. WHEN THE
      *    PREFERRED WAREHOUSE IS SHORT THE DESK MAY SPLIT THE LINE
      *    ACROSS THE ALTERNATES. AN ORDER WITH NO WAREHOUSE
      *    PREFERENCE ALLOCATES COMPANY-WIDE AS IT ALWAYS DID.
      *
           MOVE SPACE TO SPLIT-WAREHOUSE-CODE (1)
                         SPLIT-WAREHOUSE-CODE (2)
                         SPLIT-WAREHOUSE-CODE (3).
           MOVE ZERO  TO SPLIT-QUANTITY (1)
                         SPLIT-QUANTITY (2)
                         SPLIT-QUANTITY (3).
           MOVE ZERO TO ALLOCATED-QUANTITY.
           MOVE ENTRY-QUANTITY TO REMAINING-QUANTITY.
           PERFORM 241-COMPUTE-COMPANY-AVAILABLE.
           MOVE 1 TO SPLIT-SUB.
           IF ORDER-WAREHOUSE-CODE (1) = SPACE
               MOVE COMPANY-AVAILABLE TO WAREHOUSE-AVAILABLE
               PERFORM 244-TAKE-WAREHOUSE-QUANTITY
           ELSE
               PERFORM 243-COMPUTE-WAREHOUSE-AVAILABLE
               PERFORM 244-TAKE-WAREHOUSE-QUANTITY
               IF REMAINING-QUANTITY > ZERO
                   PERFORM 246-OFFER-WAREHOUSE-SPLIT.
      *
       241-COMPUTE-COMPANY-AVAILABLE.
      *
           MOVE IM-ON-HAND TO COMPANY-AVAILABLE.
           PERFORM 242-SUBTRACT-ITEM-ALLOCATION
               VARYING ALLOCATION-INDEX FROM 1 BY 1
               UNTIL ALLOCATION-INDEX > ALLOCATION-ENTRY-COUNT.
           IF COMPANY-AVAILABLE < ZERO
               MOVE ZERO TO COMPANY-AVAILABLE.
      *
       242-SUBTRACT-ITEM-ALLOCATION.
      *
           IF AT-ITEM-NO (ALLOCATION-INDEX) = ENTRY-ITEM-NO
               SUBTRACT AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                   FROM COMPANY-AVAILABLE.
      *
       243-COMPUTE-WAREHOUSE-AVAILABLE.
      *
      *    NO LOCATION BALANCE FILE AT ALL FALLS BACK TO THE
      *    COMPANY-WIDE FIGURE; A WAREHOUSE WITH NO BALANCE RECORD
      *    FOR THE ITEM SIMPLY HAS NONE.
      *
           MOVE ORDER-WAREHOUSE-CODE (SPLIT-SUB)
               TO SPLIT-WAREHOUSE-CODE (SPLIT-SUB).
           SET BALANCE-REQUEST TO TRUE.
           MOVE ENTRY-ITEM-NO TO WHR-ITEM-NO.
           MOVE ORDER-WAREHOUSE-CODE (SPLIT-SUB) TO WHR-WAREHOUSE-CODE.
           CALL "WHS1000" USING WAREHOUSE-REQUEST.
           IF WAREHOUSE-REQUEST-ERROR
               MOVE COMPANY-AVAILABLE TO WAREHOUSE-AVAILABLE
           ELSE
               MOVE WHR-QUANTITY TO WAREHOUSE-AVAILABLE
               SET ALLOCATION-INDEX TO 1
               SEARCH ALLOCATION-ENTRY
                   AT END
                       CONTINUE
                   WHEN ALLOCATION-INDEX > ALLOCATION-ENTRY-COUNT
                       CONTINUE
                   WHEN AT-ITEM-NO (ALLOCATION-INDEX) = ENTRY-ITEM-NO
                     AND AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                         = ORDER-WAREHOUSE-CODE (SPLIT-SUB)
                       SUBTRACT AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                           FROM WAREHOUSE-AVAILABLE
               END-SEARCH.
           IF WAREHOUSE-AVAILABLE > COMPANY-AVAILABLE
               MOVE COMPANY-AVAILABLE TO WAREHOUSE-AVAILABLE.
           IF WAREHOUSE-AVAILABLE < ZERO
               MOVE ZERO TO WAREHOUSE-AVAILABLE.
      *
       244-TAKE-WAREHOUSE-QUANTITY.
      *
           IF REMAINING-QUANTITY <= WAREHOUSE-AVAILABLE
               MOVE REMAINING-QUANTITY TO SPLIT-QUANTITY (SPLIT-SUB)
           ELSE
               MOVE WAREHOUSE-AVAILABLE TO SPLIT-QUANTITY (SPLIT-SUB).
           SUBTRACT SPLIT-QUANTITY (SPLIT-SUB) FROM REMAINING-QUANTITY.
           SUBTRACT SPLIT-QUANTITY (SPLIT-SUB) FROM COMPANY-AVAILABLE.
           ADD SPLIT-QUANTITY (SPLIT-SUB) TO ALLOCATED-QUANTITY.
      *
       245-OFFER-ALTERNATIVES.
      *
                       MOVE "Y" TO SUBSFILE-EOF-SWITCH
                   END-IF
           END-READ.
      *
       246-OFFER-WAREHOUSE-SPLIT.
      *
      *    AN OFFER ONLY WHEN AN ALTERNATE WAREHOUSE HAS STOCK. A
      *    SPLIT DRAWS THE SHORTAGE FROM THE ALTERNATES IN
      *    PREFERENCE ORDER, ONE LINE PER WAREHOUSE; ANYTHING STILL
      *    SHORT, OR THE WHOLE SHORTAGE IF THE DESK DECLINES, IS
      *    BACKORDERED AT THE PREFERRED WAREHOUSE.
      *
           MOVE ZERO TO ALTERNATE-AVAILABLE.
           PERFORM 248-SHOW-ALTERNATE-STOCK
               VARYING SPLIT-SUB FROM 2 BY 1
               UNTIL SPLIT-SUB > 3.
           IF ALTERNATE-AVAILABLE > ZERO
               MOVE REMAINING-QUANTITY TO DISPLAY-QUANTITY
               DISPLAY "WAREHOUSE " ORDER-WAREHOUSE-CODE (1)
                   " IS SHORT BY " DISPLAY-QUANTITY
               DISPLAY "S TO SPLIT THE LINE ACROSS WAREHOUSES, OR B "
                   "TO BACKORDER THE SHORTAGE."
               ACCEPT ENTRY-SPLIT-CHOICE
               IF ENTRY-SPLIT-CHOICE = "S"
                   PERFORM 249-SPLIT-TO-WAREHOUSE
                       VARYING SPLIT-SUB FROM 2 BY 1
                       UNTIL SPLIT-SUB > 3
                          OR REMAINING-QUANTITY = ZERO.
      *
       248-SHOW-ALTERNATE-STOCK.
      *
           IF ORDER-WAREHOUSE-CODE (SPLIT-SUB) NOT = SPACE
             AND ORDER-WAREHOUSE-CODE (SPLIT-SUB)
                 NOT = ORDER-WAREHOUSE-CODE (1)
               PERFORM 243-COMPUTE-WAREHOUSE-AVAILABLE
               IF WAREHOUSE-AVAILABLE > ZERO
                   ADD WAREHOUSE-AVAILABLE TO ALTERNATE-AVAILABLE
                   MOVE WAREHOUSE-AVAILABLE TO DISPLAY-ALLOCATED
                   DISPLAY "WAREHOUSE " ORDER-WAREHOUSE-CODE (SPLIT-SUB)
                       " HAS " DISPLAY-ALLOCATED " AVAILABLE.".
      *
       249-SPLIT-TO-WAREHOUSE.
      *
           IF ORDER-WAREHOUSE-CODE (SPLIT-SUB) NOT = SPACE
             AND ORDER-WAREHOUSE-CODE (SPLIT-SUB)
                 NOT = ORDER-WAREHOUSE-CODE (1)
               PERFORM 243-COMPUTE-WAREHOUSE-AVAILABLE
               PERFORM 244-TAKE-WAREHOUSE-QUANTITY.
      *
       250-WRITE-ORDER-RECORD.
      *
                   BACKORDER-QUANTITY " -- ALTERNATIVES, IF ANY:"
               PERFORM 245-OFFER-ALTERNATIVES.
           IF ALLOCATED-QUANTITY > ZERO
               PERFORM 251-WRITE-WAREHOUSE-LINE
                   VARYING SPLIT-SUB FROM 1 BY 1
                   UNTIL SPLIT-SUB > 3.
           IF BACKORDER-QUANTITY > ZERO AND MORE-LINES
               PERFORM 254-WRITE-BACKORDER-LINE.
      *
       251-WRITE-WAREHOUSE-LINE.
      *
           IF SPLIT-QUANTITY (SPLIT-SUB) > ZERO AND MORE-LINES
               MOVE SPLIT-QUANTITY (SPLIT-SUB) TO ALLOCATED-QUANTITY
               MOVE SPLIT-WAREHOUSE-CODE (SPLIT-SUB)
                   TO LINE-WAREHOUSE-CODE
               PERFORM 252-WRITE-ALLOCATED-LINE.
      *
       252-WRITE-ALLOCATED-LINE.
      *
           MOVE ZERO               TO OR-SHIP-DATE.
           MOVE SPACE              TO OR-CARRIER-CODE.
           MOVE ZERO               TO OR-INVOICE-NO.
           MOVE ENTRY-CUSTOMER-PO-NO TO OR-CUSTOMER-PO-NO.
           MOVE ENTRY-REQUESTED-DATE TO OR-REQUESTED-DATE.
           MOVE "N"                TO OR-DROP-SHIP-SWITCH.
           MOVE SPACE              TO OR-DROP-SHIP-VENDOR-NO.
           MOVE ZERO               TO OR-DROP-SHIP-COST.
           MOVE LINE-WAREHOUSE-CODE TO OR-WAREHOUSE-CODE.
           MOVE ZERO               TO OR-WAVE-NO.
           SET ORDER-OPEN TO TRUE.
           WRITE OPEN-ORDER-RECORD.
           IF NOT ORDFILE-SUCCESSFUL
                   + (OR-ORDER-QUANTITY * OR-UNIT-PRICE)
               MOVE ALLOCATED-QUANTITY TO DISPLAY-ALLOCATED
               DISPLAY "LINE " OR-LINE-NO " ALLOCATED "
                   DISPLAY-ALLOCATED " WAREHOUSE " OR-WAREHOUSE-CODE.
      *
       254-WRITE-BACKORDER-LINE.
      *
           MOVE ZERO               TO OR-SHIP-DATE.
           MOVE SPACE              TO OR-CARRIER-CODE.
           MOVE ZERO               TO OR-INVOICE-NO.
           MOVE ENTRY-CUSTOMER-PO-NO TO OR-CUSTOMER-PO-NO.
           MOVE ENTRY-REQUESTED-DATE TO OR-REQUESTED-DATE.
           MOVE "N"                TO OR-DROP-SHIP-SWITCH.
           MOVE SPACE              TO OR-DROP-SHIP-VENDOR-NO.
           MOVE ZERO               TO OR-DROP-SHIP-COST.
           MOVE SPLIT-WAREHOUSE-CODE (1) TO OR-WAREHOUSE-CODE.
           MOVE ZERO               TO OR-WAVE-NO.
           SET ORDER-BACKORDERED TO TRUE.
           WRITE OPEN-ORDER-RECORD.
           IF NOT ORDFILE-SUCCESSFUL
                           TO ALLOCATION-ENTRY-COUNT
                       MOVE ENTRY-ITEM-NO TO
                           AT-ITEM-NO (ALLOCATION-INDEX)
                       MOVE LINE-WAREHOUSE-CODE TO
                           AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                       MOVE ALLOCATED-QUANTITY TO
                           AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                   ELSE
                       ADD 1 TO ALLOCATION-ENTRY-COUNT
                       MOVE ENTRY-ITEM-NO TO
                           AT-ITEM-NO (ALLOCATION-INDEX)
                       MOVE LINE-WAREHOUSE-CODE TO
                           AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                       MOVE ALLOCATED-QUANTITY TO
                           AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                   ELSE
                       PERFORM 068-REPORT-ALLOCATION-FULL
                   END-IF
               WHEN AT-ITEM-NO (ALLOCATION-INDEX) = ENTRY-ITEM-NO
                 AND AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                     = LINE-WAREHOUSE-CODE
                   ADD ALLOCATED-QUANTITY TO
                       AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
           END-SEARCH.
      *
       280-WRITE-DROP-SHIP-LINE.
      *
      *    THE WHOLE QUANTITY GOES ON ONE OPEN LINE WITH NOTHING
      *    ALLOCATED -- THE STOCK IS THE VENDOR'S, NOT OURS -- AND
      *    THE PURCHASE ORDER IS RAISED ON THE VENDOR AT THE SAME
      *    TIME SO THE TWO CANNOT DRIFT APART.
      *
           ADD 1 TO NEXT-LINE-NO.
           ADD 1 TO ORDER-LINE-COUNT.
           MOVE NEXT-ORDER-NO      TO OR-ORDER-NO.
           MOVE NEXT-LINE-NO       TO OR-LINE-NO.
           MOVE RUN-DATE           TO OR-ORDER-DATE.
           MOVE ORDER-CUSTOMER-NO  TO OR-CUSTOMER-NO.
           MOVE ENTRY-ITEM-NO      TO OR-ITEM-NO.
           MOVE ENTRY-QUANTITY     TO OR-ORDER-QUANTITY.
           MOVE ZERO               TO OR-ALLOCATED-QUANTITY.
           MOVE LINE-UNIT-PRICE    TO OR-UNIT-PRICE.
           MOVE LINE-PRICE-SOURCE  TO OR-PRICE-SOURCE.
           MOVE ENTRY-SHIP-TO-CODE TO OR-SHIP-TO-CODE.
           MOVE ZERO               TO OR-SHIP-DATE.
           MOVE SPACE              TO OR-CARRIER-CODE.
           MOVE ZERO               TO OR-INVOICE-NO.
           MOVE ENTRY-CUSTOMER-PO-NO TO OR-CUSTOMER-PO-NO.
           MOVE ENTRY-REQUESTED-DATE TO OR-REQUESTED-DATE.
           MOVE "Y"                TO OR-DROP-SHIP-SWITCH.
           MOVE VC-VENDOR-NO       TO OR-DROP-SHIP-VENDOR-NO.
           MOVE VC-QUOTED-COST     TO OR-DROP-SHIP-COST.
           MOVE SPACE              TO OR-WAREHOUSE-CODE.
           MOVE ZERO               TO OR-WAVE-NO.
           SET ORDER-OPEN TO TRUE.
           WRITE OPEN-ORDER-RECORD.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "WRITE ERROR ON ORDFILE FOR ORDER "
                   OR-ORDER-NO
               DISPLAY "FILE STATUS CODE IS " ORDFILE-FILE-STATUS
               SUBTRACT 1 FROM ORDER-LINE-COUNT
               MOVE "N" TO MORE-LINES-SWITCH
               MOVE "Y" TO END-OF-ORDERS-SWITCH
           ELSE
               COMPUTE ORDER-VALUE-TOTAL = ORDER-VALUE-TOTAL
                   + (OR-ORDER-QUANTITY * OR-UNIT-PRICE)
               PERFORM 285-WRITE-DROP-SHIP-PO.
      *
       285-WRITE-DROP-SHIP-PO.
      *
           OPEN EXTEND PORDFILE.
           IF NOT PORDFILE-SUCCESSFUL
               OPEN OUTPUT PORDFILE.
           IF NOT PORDFILE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PORDFILE -- STATUS "
                   PORDFILE-FILE-STATUS
               DISPLAY "*** RAISE THE DROP-SHIP PO FOR LINE "
                   OR-LINE-NO " BY HAND ***"
           ELSE
               PERFORM 287-TAKE-NEXT-PO-NUMBER
               MOVE OR-ITEM-NO             TO PO-ITEM-NO
               MOVE OR-DROP-SHIP-VENDOR-NO TO PO-VENDOR-NO
               MOVE OR-ORDER-QUANTITY      TO PO-ORDER-QUANTITY
               MOVE RUN-DATE               TO PO-ORDER-DATE
               MOVE OR-DROP-SHIP-COST      TO PO-UNIT-COST
               MOVE ZERO                   TO PO-RECEIVED-QTY
               MOVE ZERO                   TO PO-PROMISE-DATE
               MOVE ZERO                   TO PO-REVISION-NO
               MOVE "Y"                    TO PO-DROP-SHIP-SWITCH
               MOVE NEXT-PO-NUMBER         TO PO-NUMBER
               MOVE 1                      TO PO-LINE-NO
               MOVE ZERO                   TO PO-BLANKET-NO
               SET PO-OPEN TO TRUE
               WRITE PURCHASE-ORDER-RECORD
               IF NOT PORDFILE-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON PORDFILE FOR LINE "
                       OR-LINE-NO
                   DISPLAY "*** RAISE THE DROP-SHIP PO BY HAND ***"
               ELSE
                   MOVE OR-ORDER-QUANTITY TO DISPLAY-QUANTITY
                   DISPLAY "LINE " OR-LINE-NO " DROP-SHIP "
                       DISPLAY-QUANTITY " -- PO " PO-NUMBER
                       " RAISED ON VENDOR " PO-VENDOR-NO
               END-IF
               CLOSE PORDFILE.
      *
       287-TAKE-NEXT-PO-NUMBER.
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
