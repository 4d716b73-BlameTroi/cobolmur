       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. SOG1000.
      *
      *    NIGHTLY STANDING-ORDER GENERATION. EVERY ACTIVE
      *    TEMPLATE ON THE STANDING-ORDER FILE WHOSE NEXT DUE DATE
      *    HAS ARRIVED BECOMES A REAL ORDER ON THE ORDER FILE,
      *    NUMBERED FROM THE ORDER CONTROL FILE, PRICED AND
      *    ALLOCATED EXACTLY AS ORDER ENTRY WOULD -- CONTRACT,
      *    THEN QUANTITY BREAK, THEN MASTER PRICE, AND A SHORT
      *    ALLOCATION SPLIT TO A BACKORDER LINE FOR BOR1000 -- SO
      *    THE ORDER FLOWS ON THROUGH ACKNOWLEDGMENT, PICKING, AND
      *    BILLING LIKE ANY OTHER.
      *
      *    A TEMPLATE FAILS WHOLE, AND IS LISTED ON THE REGISTER
      *    WITH THE REASON, WHEN THE CUSTOMER IS ON CREDIT HOLD
      *    (HAS LINES HELD BY THE CREDIT-HOLD RUN) OR ANY OF ITS
      *    ITEMS IS DISCONTINUED OR GONE FROM THE INVENTORY
      *    MASTER. A FAILED TEMPLATE KEEPS ITS DUE DATE AND IS
      *    TRIED AGAIN EACH NIGHT UNTIL THE DESK CLEARS IT. A
      *    GENERATED TEMPLATE STEPS ITS SCHEDULE DATE BY ITS
      *    FREQUENCY, SKIPPING ANY PERIOD ALREADY PAST, AND TAKES
      *    THE NEXT BUSINESS DAY ON OR AFTER IT AS ITS NEW DUE
      *    DATE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT STDORDER ASSIGN TO "c:\cobol\data\stdorder.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS SO-STANDING-KEY
                           FILE STATUS IS STDORDER-FILE-STATUS.
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT ORDCTL   ASSIGN TO "c:\cobol\data\ordctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ORDCTL-FILE-STATUS.
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
           SELECT CONTRACT ASSIGN TO "c:\cobol\data\contract.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CP-CONTRACT-KEY
                           FILE STATUS IS CONTRACT-FILE-STATUS.
           SELECT PRCBRK   ASSIGN TO "c:\cobol\data\prcbrk.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PB-ITEM-NO
                           FILE STATUS IS PRCBRK-FILE-STATUS.
           SELECT SOGRPT   ASSIGN TO "c:\cobol\data\sog1rpt.prn".
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  STDORDER.
      *
       COPY "Stdorder.cpy".
      *
       FD  ORDFILE.
      *
       COPY "Ordfile.cpy".
      *
       FD  ORDCTL.
      *
       01  ORDER-CONTROL-RECORD.
           05  OC-LAST-ORDER-NO        PIC 9(6).
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
       FD  CONTRACT.
      *
       COPY "Contract.cpy".
      *
       FD  PRCBRK.
      *
       COPY "Prcbrk.cpy".
      *
       FD  SOGRPT.
       01  SOG-PRINT-AREA          PIC X(90).
      *
       FD  BATCHLOG.
      *
       COPY "Batchlog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STDORDER-EOF-SWITCH         PIC X   VALUE "N".
               88  STDORDER-EOF                    VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
           05  TEMPLATE-VALID-SWITCH       PIC X   VALUE "Y".
               88  TEMPLATE-VALID                  VALUE "Y".
           05  ORDFILE-ERROR-SWITCH        PIC X   VALUE "N".
               88  ORDFILE-ERROR                   VALUE "Y".
           05  CONTRACT-ON-FILE-SWITCH     PIC X   VALUE "N".
               88  CONTRACT-ON-FILE                VALUE "Y".
           05  PRCBRK-ON-FILE-SWITCH       PIC X   VALUE "N".
               88  PRCBRK-ON-FILE                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  STDORDER-FILE-STATUS    PIC XX.
               88  STDORDER-SUCCESSFUL         VALUE "00".
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  ORDCTL-FILE-STATUS      PIC XX.
               88  ORDCTL-SUCCESSFUL           VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  CONTRACT-FILE-STATUS    PIC XX.
               88  CONTRACT-SUCCESSFUL         VALUE "00".
           05  PRCBRK-FILE-STATUS      PIC XX.
               88  PRCBRK-SUCCESSFUL           VALUE "00".
      *
       01  GENERATION-COUNT-FIELDS.
           05  TEMPLATES-READ-COUNT    PIC 9(7)    VALUE ZERO.
           05  TEMPLATES-DUE-COUNT     PIC 9(5)    VALUE ZERO.
           05  ORDERS-GENERATED-COUNT  PIC 9(5)    VALUE ZERO.
           05  LINES-WRITTEN-COUNT     PIC 9(5)    VALUE ZERO.
           05  TEMPLATES-FAILED-COUNT  PIC 9(5)    VALUE ZERO.
      *
       01  GENERATION-WORK-FIELDS.
           05  NEXT-ORDER-NO           PIC 9(6)    VALUE ZERO.
           05  NEXT-LINE-NO            PIC 9(3)    VALUE ZERO.
           05  LINE-SUB                PIC S9(3)   COMP.
           05  TEMPLATE-ITEM-NO        PIC X(5).
           05  TEMPLATE-QUANTITY       PIC 9(5).
           05  ALLOCATED-QUANTITY      PIC S9(5).
           05  BACKORDER-QUANTITY      PIC S9(5).
           05  WORK-AVAILABLE          PIC S9(7).
           05  LINE-UNIT-PRICE         PIC S9(3)V99.
           05  LINE-PRICE-SOURCE       PIC X.
           05  BREAK-SUB               PIC S9(3)   COMP.
           05  BREAK-QUANTITY-USED     PIC 9(5).
           05  FAILURE-REASON          PIC X(30).
      *
       01  SCHEDULE-WORK-FIELDS.
           05  STEP-DATE               PIC 9(8).
           05  STEP-DATE-PARTS     REDEFINES STEP-DATE.
               10  STEP-YEAR           PIC 9(4).
               10  STEP-MONTH          PIC 9(2).
               10  STEP-DAY            PIC 9(2).
      *
       01  HELD-CUSTOMER-TABLE.
           05  HELD-CUSTOMER-COUNT     PIC S9(3)   COMP  VALUE ZERO.
           05  HELD-CUSTOMER-ENTRY         OCCURS 500 TIMES
                                           INDEXED BY HELD-INDEX.
               10  HC-CUSTOMER-NO          PIC 9(5).
      *
       01  AVAILABILITY-TABLE.
           05  AVAIL-ENTRY-COUNT       PIC S9(3)   COMP  VALUE ZERO.
           05  AVAIL-ENTRY                 OCCURS 200 TIMES
                                           INDEXED BY AVAIL-INDEX.
               10  AV-ITEM-NO              PIC X(5).
               10  AV-ALLOCATED-QUANTITY   PIC S9(7).
               10  AV-AVAILABLE-QUANTITY   PIC S9(7).
               10  AV-LOADED-SWITCH        PIC X.
                   88  AV-LOADED               VALUE "Y".
      *
       01  WAREHOUSE-AVAILABILITY-TABLE.
           05  WHSE-ENTRY-COUNT        PIC S9(3)   COMP  VALUE ZERO.
           05  WHSE-ENTRY                  OCCURS 200 TIMES
                                           INDEXED BY WHSE-INDEX.
               10  WV-ITEM-NO              PIC X(5).
               10  WV-WAREHOUSE-CODE       PIC X(2).
               10  WV-ALLOCATED-QUANTITY   PIC S9(7).
               10  WV-AVAILABLE-QUANTITY   PIC S9(7).
               10  WV-LOADED-SWITCH        PIC X.
                   88  WV-LOADED               VALUE "Y".
      *
       01  WAREHOUSE-WORK-FIELDS.
           05  LINE-WAREHOUSE-CODE     PIC X(2)    VALUE SPACE.
           05  WAREHOUSE-FOUND-SWITCH  PIC X       VALUE "N".
               88  WAREHOUSE-FOUND             VALUE "Y".
      *
       COPY "Whsreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(07).
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
       01  SOG-HEADING-LINE-1.
           05  FILLER                  PIC X(44) VALUE
               "SOG1000  STANDING-ORDER REGISTER      AS OF ".
           05  SHL-RUN-DATE            PIC 9(8).
      *
       01  SOG-ORDER-LINE.
           05  FILLER                  PIC X(6)  VALUE "ORDER ".
           05  SOL-ORDER-NO            PIC 9(6).
           05  FILLER                  PIC X(11) VALUE "  CUSTOMER ".
           05  SOL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(6)  VALUE "  SEQ ".
           05  SOL-SEQUENCE-NO         PIC 9(2).
           05  FILLER                  PIC X(6)  VALUE "  PO  ".
           05  SOL-PO-NO               PIC X(10).
           05  FILLER                  PIC X(6)  VALUE "  DUE ".
           05  SOL-DUE-DATE            PIC 9(8).
      *
       01  SOG-DETAIL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE "LINE ".
           05  SDL-LINE-NO             PIC 9(3).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SDL-QUANTITY            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SDL-UNIT-PRICE          PIC ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SDL-DISPOSITION         PIC X(12).
      *
       01  SOG-NEXT-DUE-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05  FILLER                  PIC X(18)
               VALUE "NEXT DUE DATE     ".
           05  SNL-NEXT-DUE-DATE       PIC 9(8).
      *
       01  SOG-FAILED-LINE.
           05  FILLER                  PIC X(18)
               VALUE "FAILED   CUSTOMER ".
           05  SFL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(6)  VALUE "  SEQ ".
           05  SFL-SEQUENCE-NO         PIC 9(2).
           05  FILLER                  PIC X(6)  VALUE "  DUE ".
           05  SFL-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SFL-REASON              PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SFL-ITEM-NO             PIC X(5).
      *
       01  SOG-TOTAL-LINE.
           05  FILLER                  PIC X(15)
               VALUE "TEMPLATES DUE  ".
           05  STL-DUE-COUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
               VALUE "  ORDERS GENERATED  ".
           05  STL-GENERATED-COUNT     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10)
               VALUE "  FAILED  ".
           05  STL-FAILED-COUNT        PIC ZZ,ZZ9.
      *
       COPY "Dtereq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-GENERATE-STANDING-ORDERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           OPEN OUTPUT SOGRPT.
           MOVE RUN-DATE TO SHL-RUN-DATE.
           MOVE SOG-HEADING-LINE-1 TO SOG-PRINT-AREA.
           WRITE SOG-PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 050-GET-NEXT-ORDER-NUMBER.
           PERFORM 100-LOAD-ORDER-FILE-POSITION.
           OPEN I-O STDORDER.
           IF NOT STDORDER-SUCCESSFUL
               DISPLAY "SOG1000 NO STANDING-ORDER FILE -- STATUS "
                   STDORDER-FILE-STATUS
               MOVE "Y" TO STDORDER-EOF-SWITCH
           ELSE
               PERFORM 150-OPEN-ORDER-FILES
               PERFORM 200-PROCESS-NEXT-TEMPLATE
                   UNTIL STDORDER-EOF
               PERFORM 190-CLOSE-ORDER-FILES
               CLOSE STDORDER.
           MOVE TEMPLATES-DUE-COUNT    TO STL-DUE-COUNT.
           MOVE ORDERS-GENERATED-COUNT TO STL-GENERATED-COUNT.
           MOVE TEMPLATES-FAILED-COUNT TO STL-FAILED-COUNT.
           MOVE SOG-TOTAL-LINE TO SOG-PRINT-AREA.
           WRITE SOG-PRINT-AREA AFTER ADVANCING 3 LINES.
           CLOSE SOGRPT.
           PERFORM 080-SAVE-NEXT-ORDER-NUMBER.
           PERFORM 500-WRITE-BATCH-LOG-RECORD.
           DISPLAY "SOG1000 ORDERS GENERATED " ORDERS-GENERATED-COUNT
               "  TEMPLATES FAILED " TEMPLATES-FAILED-COUNT.
           STOP RUN.
      *
       050-GET-NEXT-ORDER-NUMBER.
      *
           OPEN INPUT ORDCTL.
           IF ORDCTL-SUCCESSFUL
               READ ORDCTL
                   AT END
                       MOVE ZERO TO OC-LAST-ORDER-NO
               END-READ
               MOVE OC-LAST-ORDER-NO TO NEXT-ORDER-NO
               CLOSE ORDCTL
           ELSE
               MOVE ZERO TO NEXT-ORDER-NO.
      *
       080-SAVE-NEXT-ORDER-NUMBER.
      *
           OPEN OUTPUT ORDCTL.
           MOVE NEXT-ORDER-NO TO OC-LAST-ORDER-NO.
           WRITE ORDER-CONTROL-RECORD.
           CLOSE ORDCTL.
      *
       100-LOAD-ORDER-FILE-POSITION.
      *
      *    ONE PASS OF THE ORDER FILE GATHERS THE QUANTITY ALREADY
      *    ALLOCATED PER ITEM, AS ORDER ENTRY NETS IT, AND THE
      *    CUSTOMERS WITH LINES ON CREDIT HOLD.
      *
           OPEN INPUT ORDFILE.
           IF ORDFILE-SUCCESSFUL
               PERFORM 110-LOAD-NEXT-ORDER-LINE
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
      *
       110-LOAD-NEXT-ORDER-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF ORDER-OPEN OR ORDER-PICKED OR ORDER-HELD
                     OR ORDER-SHIPPED
                       PERFORM 120-ACCUMULATE-ALLOCATION
                       IF OR-WAREHOUSE-CODE NOT = SPACE
                           PERFORM 125-ACCUMULATE-WHSE-ALLOCATION
                       END-IF
                   END-IF
                   IF ORDER-HELD
                       PERFORM 130-NOTE-HELD-CUSTOMER
                   END-IF
           END-READ.
      *
       120-ACCUMULATE-ALLOCATION.
      *
           SET AVAIL-INDEX TO 1.
           SEARCH AVAIL-ENTRY
               AT END
                   CONTINUE
               WHEN AVAIL-INDEX > AVAIL-ENTRY-COUNT
                   IF AVAIL-ENTRY-COUNT < 200
                       ADD 1 TO AVAIL-ENTRY-COUNT
                       MOVE OR-ITEM-NO TO AV-ITEM-NO (AVAIL-INDEX)
                       MOVE OR-ALLOCATED-QUANTITY TO
                           AV-ALLOCATED-QUANTITY (AVAIL-INDEX)
                       MOVE ZERO TO
                           AV-AVAILABLE-QUANTITY (AVAIL-INDEX)
                       MOVE "N" TO AV-LOADED-SWITCH (AVAIL-INDEX)
                   ELSE
                       DISPLAY "SOG1000 AVAILABILITY TABLE FULL "
                           "FOR ITEM " OR-ITEM-NO
                   END-IF
               WHEN AV-ITEM-NO (AVAIL-INDEX) = OR-ITEM-NO
                   ADD OR-ALLOCATED-QUANTITY TO
                       AV-ALLOCATED-QUANTITY (AVAIL-INDEX)
           END-SEARCH.
      *
       125-ACCUMULATE-WHSE-ALLOCATION.
      *
           SET WHSE-INDEX TO 1.
           SEARCH WHSE-ENTRY
               AT END
                   CONTINUE
               WHEN WHSE-INDEX > WHSE-ENTRY-COUNT
                   IF WHSE-ENTRY-COUNT < 200
                       ADD 1 TO WHSE-ENTRY-COUNT
                       MOVE OR-ITEM-NO TO WV-ITEM-NO (WHSE-INDEX)
                       MOVE OR-WAREHOUSE-CODE TO
                           WV-WAREHOUSE-CODE (WHSE-INDEX)
                       MOVE OR-ALLOCATED-QUANTITY TO
                           WV-ALLOCATED-QUANTITY (WHSE-INDEX)
                       MOVE ZERO TO
                           WV-AVAILABLE-QUANTITY (WHSE-INDEX)
                       MOVE "N" TO WV-LOADED-SWITCH (WHSE-INDEX)
                   ELSE
                       DISPLAY "SOG1000 WAREHOUSE TABLE FULL "
                           "FOR ITEM " OR-ITEM-NO
                   END-IF
               WHEN WV-ITEM-NO (WHSE-INDEX) = OR-ITEM-NO
                 AND WV-WAREHOUSE-CODE (WHSE-INDEX) = OR-WAREHOUSE-CODE
                   ADD OR-ALLOCATED-QUANTITY TO
                       WV-ALLOCATED-QUANTITY (WHSE-INDEX)
           END-SEARCH.
      *
       130-NOTE-HELD-CUSTOMER.
      *
           SET HELD-INDEX TO 1.
           SEARCH HELD-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN HELD-INDEX > HELD-CUSTOMER-COUNT
                   IF HELD-CUSTOMER-COUNT < 500
                       ADD 1 TO HELD-CUSTOMER-COUNT
                       MOVE OR-CUSTOMER-NO
                           TO HC-CUSTOMER-NO (HELD-INDEX)
                   ELSE
                       DISPLAY "SOG1000 HELD-CUSTOMER TABLE FULL "
                           "FOR CUSTOMER " OR-CUSTOMER-NO
                   END-IF
               WHEN HC-CUSTOMER-NO (HELD-INDEX) = OR-CUSTOMER-NO
                   CONTINUE
           END-SEARCH.
      *
       150-OPEN-ORDER-FILES.
      *
           OPEN INPUT INVMAST.
           OPEN INPUT INVXTRA.
           OPEN INPUT CONTRACT.
           IF CONTRACT-SUCCESSFUL
               MOVE "Y" TO CONTRACT-ON-FILE-SWITCH.
           OPEN INPUT PRCBRK.
           IF PRCBRK-SUCCESSFUL
               MOVE "Y" TO PRCBRK-ON-FILE-SWITCH.
           OPEN EXTEND ORDFILE.
           IF NOT ORDFILE-SUCCESSFUL
               OPEN OUTPUT ORDFILE
               IF NOT ORDFILE-SUCCESSFUL
                   DISPLAY "OPEN ERROR ON ORDFILE"
                   DISPLAY "FILE STATUS CODE IS " ORDFILE-FILE-STATUS
                   MOVE "Y" TO ORDFILE-ERROR-SWITCH
                   MOVE "Y" TO STDORDER-EOF-SWITCH.
      *
       190-CLOSE-ORDER-FILES.
      *
           CLOSE INVMAST.
           IF INVXTRA-SUCCESSFUL
               CLOSE INVXTRA.
           IF CONTRACT-ON-FILE
               CLOSE CONTRACT.
           IF PRCBRK-ON-FILE
               CLOSE PRCBRK.
           IF NOT ORDFILE-ERROR
               CLOSE ORDFILE.
      *
       200-PROCESS-NEXT-TEMPLATE.
      *
           READ STDORDER NEXT RECORD
               AT END
                   MOVE "Y" TO STDORDER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TEMPLATES-READ-COUNT
                   IF SO-ACTIVE AND SO-NEXT-DUE-DATE <= RUN-DATE
                       ADD 1 TO TEMPLATES-DUE-COUNT
                       PERFORM 210-CHECK-TEMPLATE
                       IF TEMPLATE-VALID
                           PERFORM 300-GENERATE-ORDER
                       ELSE
                           PERFORM 290-PRINT-FAILED-TEMPLATE
                       END-IF
                   END-IF
           END-READ.
      *
       210-CHECK-TEMPLATE.
      *
           MOVE "Y"   TO TEMPLATE-VALID-SWITCH.
           MOVE SPACE TO FAILURE-REASON.
           MOVE SPACE TO TEMPLATE-ITEM-NO.
           SET HELD-INDEX TO 1.
           SEARCH HELD-CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN HELD-INDEX > HELD-CUSTOMER-COUNT
                   CONTINUE
               WHEN HC-CUSTOMER-NO (HELD-INDEX) = SO-CUSTOMER-NO
                   MOVE "N" TO TEMPLATE-VALID-SWITCH
                   MOVE "CUSTOMER ON CREDIT HOLD" TO FAILURE-REASON
           END-SEARCH.
           IF TEMPLATE-VALID
               PERFORM 220-CHECK-TEMPLATE-LINE
                   VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > 10 OR NOT TEMPLATE-VALID.
      *
       220-CHECK-TEMPLATE-LINE.
      *
           IF SO-QUANTITY (LINE-SUB) > ZERO
               MOVE SO-ITEM-NO (LINE-SUB) TO IM-ITEM-NO
               READ INVMAST
                   INVALID KEY
                       MOVE "N" TO TEMPLATE-VALID-SWITCH
                       MOVE "ITEM NOT ON INVENTORY MASTER"
                           TO FAILURE-REASON
               END-READ
               IF TEMPLATE-VALID AND INVXTRA-SUCCESSFUL
                   MOVE SO-ITEM-NO (LINE-SUB) TO IX-ITEM-NO
                   READ INVXTRA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ITEM-DISCONTINUED
                               MOVE "N" TO TEMPLATE-VALID-SWITCH
                               MOVE "ITEM DISCONTINUED"
                                   TO FAILURE-REASON
                           END-IF
                   END-READ
               END-IF
               IF NOT TEMPLATE-VALID
                   MOVE SO-ITEM-NO (LINE-SUB) TO TEMPLATE-ITEM-NO.
      *
       290-PRINT-FAILED-TEMPLATE.
      *
           ADD 1 TO TEMPLATES-FAILED-COUNT.
           MOVE SO-CUSTOMER-NO   TO SFL-CUSTOMER-NO.
           MOVE SO-SEQUENCE-NO   TO SFL-SEQUENCE-NO.
           MOVE SO-NEXT-DUE-DATE TO SFL-DUE-DATE.
           MOVE FAILURE-REASON   TO SFL-REASON.
           MOVE TEMPLATE-ITEM-NO TO SFL-ITEM-NO.
           MOVE SOG-FAILED-LINE TO SOG-PRINT-AREA.
           WRITE SOG-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       300-GENERATE-ORDER.
      *
           ADD 1 TO NEXT-ORDER-NO.
           MOVE ZERO TO NEXT-LINE-NO.
           PERFORM 305-RESOLVE-ORDER-WAREHOUSE.
           MOVE NEXT-ORDER-NO     TO SOL-ORDER-NO.
           MOVE SO-CUSTOMER-NO    TO SOL-CUSTOMER-NO.
           MOVE SO-SEQUENCE-NO    TO SOL-SEQUENCE-NO.
           MOVE SO-CUSTOMER-PO-NO TO SOL-PO-NO.
           MOVE SO-NEXT-DUE-DATE  TO SOL-DUE-DATE.
           MOVE SOG-ORDER-LINE TO SOG-PRINT-AREA.
           WRITE SOG-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 310-GENERATE-ORDER-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > 10 OR ORDFILE-ERROR.
           IF ORDFILE-ERROR
               MOVE "Y" TO STDORDER-EOF-SWITCH
           ELSE
               ADD 1 TO ORDERS-GENERATED-COUNT
               MOVE NEXT-ORDER-NO    TO SO-LAST-ORDER-NO
               MOVE RUN-DATE         TO SO-LAST-GENERATED-DATE
               PERFORM 400-ADVANCE-SCHEDULE
                   UNTIL SO-NEXT-DUE-DATE > RUN-DATE
               REWRITE STANDING-ORDER-RECORD
               IF NOT STDORDER-SUCCESSFUL
                   DISPLAY "REWRITE ERROR ON STDORDER FOR CUSTOMER "
                       SO-CUSTOMER-NO " SEQ " SO-SEQUENCE-NO
                   DISPLAY "FILE STATUS CODE IS "
                       STDORDER-FILE-STATUS
               END-IF
               MOVE SO-NEXT-DUE-DATE TO SNL-NEXT-DUE-DATE
               MOVE SOG-NEXT-DUE-LINE TO SOG-PRINT-AREA
               WRITE SOG-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       305-RESOLVE-ORDER-WAREHOUSE.
      *
      *    THE TEMPLATE'S SHIP-TO ADDRESS, OR THE BILLING STATE
      *    WHEN IT HAS NONE, PICKS THE WAREHOUSE; ITS FIRST
      *    PREFERENCE SHIPS EVERY LINE OF THE GENERATED ORDER.
      *
           SET CUSTOMER-PREFERENCE-REQUEST TO TRUE.
           MOVE SO-CUSTOMER-NO  TO WHR-CUSTOMER-NO.
           MOVE SO-SHIP-TO-CODE TO WHR-SHIP-TO-CODE.
           CALL "WHS1000" USING WAREHOUSE-REQUEST.
           MOVE WHR-PREFERRED-WAREHOUSE (1) TO LINE-WAREHOUSE-CODE.
      *
       310-GENERATE-ORDER-LINE.
      *
           IF SO-QUANTITY (LINE-SUB) > ZERO
               MOVE SO-ITEM-NO (LINE-SUB)  TO TEMPLATE-ITEM-NO
               MOVE SO-QUANTITY (LINE-SUB) TO TEMPLATE-QUANTITY
               MOVE TEMPLATE-ITEM-NO TO IM-ITEM-NO
               READ INVMAST
                   INVALID KEY
                       MOVE ZERO TO IM-UNIT-PRICE
                       MOVE ZERO TO IM-ON-HAND
               END-READ
               PERFORM 320-PRICE-TEMPLATE-LINE
               PERFORM 330-ALLOCATE-TEMPLATE-LINE
               PERFORM 340-WRITE-ORDER-LINES.
      *
       320-PRICE-TEMPLATE-LINE.
      *
      *    PRICED AS ORDER ENTRY PRICES A KEYED LINE: AN IN-DATE
      *    CONTRACT FIRST, THEN THE ITEM'S QUANTITY-BREAK
      *    SCHEDULE, THEN THE INVENTORY MASTER UNIT PRICE.
      *
           MOVE IM-UNIT-PRICE TO LINE-UNIT-PRICE.
           MOVE "M"           TO LINE-PRICE-SOURCE.
           IF CONTRACT-ON-FILE
               MOVE SO-CUSTOMER-NO   TO CP-CUSTOMER-NO
               MOVE TEMPLATE-ITEM-NO TO CP-ITEM-NO
               READ CONTRACT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUN-DATE >= CP-EFFECTIVE-DATE
                         AND RUN-DATE <= CP-EXPIRY-DATE
                           MOVE CP-CONTRACT-PRICE
                               TO LINE-UNIT-PRICE
                           MOVE "C" TO LINE-PRICE-SOURCE
                       END-IF
               END-READ.
           IF LINE-PRICE-SOURCE = "M" AND PRCBRK-ON-FILE
               PERFORM 325-APPLY-QUANTITY-BREAK.
      *
       325-APPLY-QUANTITY-BREAK.
      *
           MOVE TEMPLATE-ITEM-NO TO PB-ITEM-NO.
           READ PRCBRK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO BREAK-QUANTITY-USED
                   PERFORM 327-TEST-BREAK-TIER
                       VARYING BREAK-SUB FROM 1 BY 1
                       UNTIL BREAK-SUB > 5
           END-READ.
      *
       327-TEST-BREAK-TIER.
      *
      *    THE HIGHEST IN-DATE TIER THE QUANTITY REACHES WINS, SO
      *    THE TIERS NEED NOT BE KEYED IN ASCENDING ORDER.
      *
           IF PB-MINIMUM-QUANTITY (BREAK-SUB) > BREAK-QUANTITY-USED
             AND PB-MINIMUM-QUANTITY (BREAK-SUB) <= TEMPLATE-QUANTITY
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
       330-ALLOCATE-TEMPLATE-LINE.
      *
           MOVE "Y" TO ITEM-FOUND-SWITCH.
           PERFORM 600-GET-ITEM-AVAILABILITY.
           IF NOT ITEM-FOUND
               MOVE ZERO TO WORK-AVAILABLE.
           MOVE "N" TO WAREHOUSE-FOUND-SWITCH.
           IF ITEM-FOUND AND LINE-WAREHOUSE-CODE NOT = SPACE
               PERFORM 630-GET-WAREHOUSE-AVAILABILITY.
           IF TEMPLATE-QUANTITY <= WORK-AVAILABLE
               MOVE TEMPLATE-QUANTITY TO ALLOCATED-QUANTITY
           ELSE
               MOVE WORK-AVAILABLE TO ALLOCATED-QUANTITY.
           COMPUTE BACKORDER-QUANTITY =
               TEMPLATE-QUANTITY - ALLOCATED-QUANTITY.
           IF ITEM-FOUND
               SUBTRACT ALLOCATED-QUANTITY FROM
                   AV-AVAILABLE-QUANTITY (AVAIL-INDEX).
           IF WAREHOUSE-FOUND
               SUBTRACT ALLOCATED-QUANTITY FROM
                   WV-AVAILABLE-QUANTITY (WHSE-INDEX).
      *
       340-WRITE-ORDER-LINES.
      *
      *    THE ALLOCATED PORTION IS WRITTEN AS AN OPEN LINE AND
      *    THE REMAINDER AS A BACKORDER LINE FOR BOR1000. THE DUE
      *    DATE IS THE CUSTOMER'S REQUESTED DATE FOR THE ORDER.
      *
           IF ALLOCATED-QUANTITY > ZERO
               MOVE ALLOCATED-QUANTITY TO OR-ORDER-QUANTITY
               MOVE ALLOCATED-QUANTITY TO OR-ALLOCATED-QUANTITY
               SET ORDER-OPEN TO TRUE
               PERFORM 350-WRITE-ORDER-LINE.
           IF BACKORDER-QUANTITY > ZERO AND NOT ORDFILE-ERROR
               MOVE BACKORDER-QUANTITY TO OR-ORDER-QUANTITY
               MOVE ZERO               TO OR-ALLOCATED-QUANTITY
               SET ORDER-BACKORDERED TO TRUE
               PERFORM 350-WRITE-ORDER-LINE.
      *
       350-WRITE-ORDER-LINE.
      *
           ADD 1 TO NEXT-LINE-NO.
           MOVE NEXT-ORDER-NO      TO OR-ORDER-NO.
           MOVE NEXT-LINE-NO       TO OR-LINE-NO.
           MOVE RUN-DATE           TO OR-ORDER-DATE.
           MOVE SO-CUSTOMER-NO     TO OR-CUSTOMER-NO.
           MOVE TEMPLATE-ITEM-NO   TO OR-ITEM-NO.
           MOVE LINE-UNIT-PRICE    TO OR-UNIT-PRICE.
           MOVE LINE-PRICE-SOURCE  TO OR-PRICE-SOURCE.
           MOVE SO-SHIP-TO-CODE    TO OR-SHIP-TO-CODE.
           MOVE ZERO               TO OR-SHIP-DATE.
           MOVE SPACE              TO OR-CARRIER-CODE.
           MOVE ZERO               TO OR-INVOICE-NO.
           MOVE SO-CUSTOMER-PO-NO  TO OR-CUSTOMER-PO-NO.
           MOVE SO-NEXT-DUE-DATE   TO OR-REQUESTED-DATE.
           MOVE "N"                TO OR-DROP-SHIP-SWITCH.
           MOVE SPACE              TO OR-DROP-SHIP-VENDOR-NO.
           MOVE ZERO               TO OR-DROP-SHIP-COST.
           MOVE LINE-WAREHOUSE-CODE TO OR-WAREHOUSE-CODE.
           MOVE ZERO               TO OR-WAVE-NO.
           WRITE OPEN-ORDER-RECORD.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "WRITE ERROR ON ORDFILE FOR ORDER "
                   OR-ORDER-NO
               DISPLAY "FILE STATUS CODE IS " ORDFILE-FILE-STATUS
               SUBTRACT 1 FROM NEXT-LINE-NO
               MOVE "Y" TO ORDFILE-ERROR-SWITCH
           ELSE
               ADD 1 TO LINES-WRITTEN-COUNT
               MOVE OR-LINE-NO        TO SDL-LINE-NO
               MOVE OR-ITEM-NO        TO SDL-ITEM-NO
               MOVE OR-ORDER-QUANTITY TO SDL-QUANTITY
               MOVE OR-UNIT-PRICE     TO SDL-UNIT-PRICE
               IF ORDER-BACKORDERED
                   MOVE "BACKORDERED" TO SDL-DISPOSITION
               ELSE
                   MOVE "ALLOCATED"   TO SDL-DISPOSITION
               END-IF
               MOVE SOG-DETAIL-LINE TO SOG-PRINT-AREA
               WRITE SOG-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       400-ADVANCE-SCHEDULE.
      *
      *    THE SCHEDULE DATE STEPS 7 OR 14 DAYS, OR TO THE SAME
      *    DAY NEXT MONTH -- THE LAST DAY OF A SHORTER MONTH WHEN
      *    THAT DAY DOES NOT EXIST. THE DUE DATE IS THE FIRST
      *    BUSINESS DAY ON OR AFTER THE NEW SCHEDULE DATE: ONE
      *    WORKING DAY FORWARD FROM THE DAY BEFORE IT.
      *
           MOVE SO-SCHEDULE-DATE TO STEP-DATE.
           IF SO-MONTHLY
               PERFORM 410-STEP-ONE-MONTH
           ELSE
               MOVE STEP-DATE TO DC-DATE-1
               SET DATE-TO-DAYS TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF SO-BIWEEKLY
                   ADD 14 TO DC-DAY-COUNT
               ELSE
                   ADD 7 TO DC-DAY-COUNT
               END-IF
               SET DAYS-TO-DATE TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               MOVE DC-DATE-1 TO STEP-DATE.
           MOVE STEP-DATE TO SO-SCHEDULE-DATE.
           MOVE STEP-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           SUBTRACT 1 FROM DC-DAY-COUNT.
           SET DAYS-TO-DATE TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           MOVE 1 TO DC-DAY-COUNT.
           SET BUSINESS-DAYS-FORWARD TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           MOVE DC-DATE-1 TO SO-NEXT-DUE-DATE.
      *
       410-STEP-ONE-MONTH.
      *
           IF STEP-MONTH = 12
               MOVE 1 TO STEP-MONTH
               ADD 1 TO STEP-YEAR
           ELSE
               ADD 1 TO STEP-MONTH.
           MOVE STEP-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           PERFORM 420-BACK-OFF-ONE-DAY
               UNTIL DATE-REQUEST-OK.
      *
       420-BACK-OFF-ONE-DAY.
      *
           SUBTRACT 1 FROM STEP-DAY.
           MOVE STEP-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
      *
       500-WRITE-BATCH-LOG-RECORD.
      *
           OPEN EXTEND BATCHLOG.
           MOVE "SOG1000"              TO BL-JOB-NAME.
           MOVE RUN-DATE               TO BL-RUN-DATE.
           MOVE TEMPLATES-READ-COUNT   TO BL-RECORDS-READ.
           MOVE ORDERS-GENERATED-COUNT TO BL-RECORDS-WRITTEN.
           MOVE TEMPLATES-FAILED-COUNT TO BL-RECORDS-REJECTED.
           IF ORDFILE-ERROR
               MOVE "FAILED"           TO BL-OUTCOME
           ELSE
               MOVE "OK"               TO BL-OUTCOME.
           MOVE FUNCTION CURRENT-DATE
               TO CURRENT-DATE-AND-TIME.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
      *
       600-GET-ITEM-AVAILABILITY.
      *
      *    THE FIRST TOUCH OF AN ITEM NETS ITS ON-HAND BALANCE
      *    AGAINST THE ALLOCATIONS GATHERED FROM THE ORDER FILE;
      *    LATER TOUCHES DRAW DOWN THE CACHED AVAILABLE QUANTITY
      *    AS TONIGHT'S ORDERS ALLOCATE IT.
      *
           SET AVAIL-INDEX TO 1.
           SEARCH AVAIL-ENTRY
               AT END
                   PERFORM 620-ADD-TABLE-ENTRY
               WHEN AVAIL-INDEX > AVAIL-ENTRY-COUNT
                   PERFORM 620-ADD-TABLE-ENTRY
               WHEN AV-ITEM-NO (AVAIL-INDEX) = TEMPLATE-ITEM-NO
                   IF NOT AV-LOADED (AVAIL-INDEX)
                       PERFORM 610-LOAD-MASTER-BALANCE
                   END-IF
           END-SEARCH.
           IF ITEM-FOUND
               MOVE AV-AVAILABLE-QUANTITY (AVAIL-INDEX)
                   TO WORK-AVAILABLE.
      *
       610-LOAD-MASTER-BALANCE.
      *
           COMPUTE AV-AVAILABLE-QUANTITY (AVAIL-INDEX) =
               IM-ON-HAND - AV-ALLOCATED-QUANTITY (AVAIL-INDEX).
           IF AV-AVAILABLE-QUANTITY (AVAIL-INDEX) < ZERO
               MOVE ZERO TO AV-AVAILABLE-QUANTITY (AVAIL-INDEX).
           SET AV-LOADED (AVAIL-INDEX) TO TRUE.
      *
       620-ADD-TABLE-ENTRY.
      *
           IF AVAIL-ENTRY-COUNT < 200
               ADD 1 TO AVAIL-ENTRY-COUNT
               SET AVAIL-INDEX TO AVAIL-ENTRY-COUNT
               MOVE TEMPLATE-ITEM-NO TO AV-ITEM-NO (AVAIL-INDEX)
               MOVE ZERO TO AV-ALLOCATED-QUANTITY (AVAIL-INDEX)
               MOVE ZERO TO AV-AVAILABLE-QUANTITY (AVAIL-INDEX)
               MOVE "N"  TO AV-LOADED-SWITCH (AVAIL-INDEX)
               PERFORM 610-LOAD-MASTER-BALANCE
           ELSE
               MOVE "N" TO ITEM-FOUND-SWITCH
               DISPLAY "SOG1000 AVAILABILITY TABLE FULL FOR ITEM "
                   TEMPLATE-ITEM-NO.
      *
       630-GET-WAREHOUSE-AVAILABILITY.
      *
      *    THE LINE IS ALSO HELD TO ITS WAREHOUSE'S OWN BALANCE,
      *    NET OF WHAT IS ALREADY ALLOCATED THERE, AND TAKES THE
      *    SMALLER OF THE TWO FIGURES. A SHORT LINE IS NOT SPLIT
      *    ACROSS WAREHOUSES IN THIS RUN -- THE REMAINDER GOES TO
      *    BACKORDER AT THE SAME WAREHOUSE FOR BOR1000.
      *
           MOVE "Y" TO WAREHOUSE-FOUND-SWITCH.
           SET WHSE-INDEX TO 1.
           SEARCH WHSE-ENTRY
               AT END
                   PERFORM 650-ADD-WAREHOUSE-ENTRY
               WHEN WHSE-INDEX > WHSE-ENTRY-COUNT
                   PERFORM 650-ADD-WAREHOUSE-ENTRY
               WHEN WV-ITEM-NO (WHSE-INDEX) = TEMPLATE-ITEM-NO
                 AND WV-WAREHOUSE-CODE (WHSE-INDEX) =
                     LINE-WAREHOUSE-CODE
                   IF NOT WV-LOADED (WHSE-INDEX)
                       PERFORM 640-LOAD-LOCATION-BALANCE
                   END-IF
           END-SEARCH.
           IF WAREHOUSE-FOUND
             AND WV-AVAILABLE-QUANTITY (WHSE-INDEX) < WORK-AVAILABLE
               MOVE WV-AVAILABLE-QUANTITY (WHSE-INDEX)
                   TO WORK-AVAILABLE.
      *
       640-LOAD-LOCATION-BALANCE.
      *
           SET BALANCE-REQUEST TO TRUE.
           MOVE TEMPLATE-ITEM-NO TO WHR-ITEM-NO.
           MOVE LINE-WAREHOUSE-CODE TO WHR-WAREHOUSE-CODE.
           CALL "WHS1000" USING WAREHOUSE-REQUEST.
      *    NO LOCATION BALANCE FILE LEAVES THE LINE HELD TO THE
      *    COMPANY-WIDE FIGURE ALONE.
           IF WAREHOUSE-REQUEST-ERROR
               MOVE 9999999 TO WV-AVAILABLE-QUANTITY (WHSE-INDEX)
           ELSE
               COMPUTE WV-AVAILABLE-QUANTITY (WHSE-INDEX) =
                   WHR-QUANTITY - WV-ALLOCATED-QUANTITY (WHSE-INDEX)
               IF WV-AVAILABLE-QUANTITY (WHSE-INDEX) < ZERO
                   MOVE ZERO TO WV-AVAILABLE-QUANTITY (WHSE-INDEX).
           SET WV-LOADED (WHSE-INDEX) TO TRUE.
      *
       650-ADD-WAREHOUSE-ENTRY.
      *
           IF WHSE-ENTRY-COUNT < 200
               ADD 1 TO WHSE-ENTRY-COUNT
               SET WHSE-INDEX TO WHSE-ENTRY-COUNT
               MOVE TEMPLATE-ITEM-NO TO WV-ITEM-NO (WHSE-INDEX)
               MOVE LINE-WAREHOUSE-CODE TO
                   WV-WAREHOUSE-CODE (WHSE-INDEX)
               MOVE ZERO TO WV-ALLOCATED-QUANTITY (WHSE-INDEX)
               MOVE ZERO TO WV-AVAILABLE-QUANTITY (WHSE-INDEX)
               MOVE "N"  TO WV-LOADED-SWITCH (WHSE-INDEX)
               PERFORM 640-LOAD-LOCATION-BALANCE
           ELSE
               MOVE "N" TO WAREHOUSE-FOUND-SWITCH
               DISPLAY "SOG1000 WAREHOUSE TABLE FULL FOR ITEM "
                   TEMPLATE-ITEM-NO.
