      *    ONE ORDER PER CUSTOMER PO NUMBER, SHORT ALLOCATIONS
      *    SPLIT TO BACKORDER LINES -- AND REJECTS GO TO THE
      *    DISCREPANCY LISTING THE DESK CAN RE-KEY FROM. THE PO
      *    NUMBER AND REQUESTED DATE PRINT ON THE LISTING AND ARE
      *    CARRIED ON EVERY ORDER LINE WRITTEN. A REQUESTED DATE
      *    THAT IS NOT EIGHT DIGITS IS DROPPED, NOT REJECTED --
      *    THE LINE IS STILL GOOD BUSINESS.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT CUSORD   ASSIGN TO "c:\cobol\data\cusord.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CUSORD-FILE-STATUS.
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
           SELECT PARTXREF ASSIGN TO "c:\cobol\data\partxref.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PN-XREF-KEY
                           ALTERNATE RECORD KEY IS PN-ITEM-NO
                               WITH DUPLICATES
                           ALTERNATE RECORD KEY IS PN-PARTY-PART-NO
                               WITH DUPLICATES
                           FILE STATUS IS PARTXREF-FILE-STATUS.
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT ORDCTL   ASSIGN TO "c:\cobol\data\ordctl.dat"
      *
       01  CUSTOMER-ORDER-RECORD       PIC X(120).
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
       FD  PARTXREF.
      *
       COPY "Partxref.cpy".
      *
       FD  ORDFILE.
      *
               88  CUSORD-EOF                      VALUE "Y".
           05  CUSTOMER-FOUND-SWITCH       PIC X   VALUE "N".
               88  CUSTOMER-FOUND                  VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  RECORD-VALID-SWITCH         PIC X   VALUE "Y".
               88  FIRST-ORDER                     VALUE "Y".
           05  CONTRACT-ON-FILE-SWITCH     PIC X   VALUE "N".
               88  CONTRACT-ON-FILE                VALUE "Y".
           05  PRCBRK-ON-FILE-SWITCH       PIC X   VALUE "N".
               88  PRCBRK-ON-FILE                  VALUE "Y".
           05  PARTXREF-ON-FILE-SWITCH     PIC X   VALUE "N".
               88  PARTXREF-ON-FILE                VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  ORDFMT-FILE-STATUS      PIC XX.
               88  ORDFMT-SUCCESSFUL           VALUE "00".
           05  CUSORD-FILE-STATUS      PIC XX.
               88  ORDCTL-SUCCESSFUL           VALUE "00".
           05  CONTRACT-FILE-STATUS    PIC XX.
               88  CONTRACT-SUCCESSFUL         VALUE "00".
           05  PRCBRK-FILE-STATUS      PIC XX.
               88  PRCBRK-SUCCESSFUL           VALUE "00".
           05  PARTXREF-FILE-STATUS    PIC XX.
               88  PARTXREF-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  IMPORT-CUSTOMER-NO      PIC 9(5).
      *
       01  EXTRACT-WORK-FIELDS.
           05  EXTRACT-PO-NO           PIC X(10).
           05  EXTRACT-PART-NO         PIC X(20).
           05  EXTRACT-ITEM-NO         PIC X(5).
           05  EXTRACT-QUANTITY-X      PIC X(5)    JUSTIFIED RIGHT.
           05  EXTRACT-QUANTITY    REDEFINES EXTRACT-QUANTITY-X
                                       PIC 9(5).
           05  EXTRACT-REQ-DATE        PIC X(8).
           05  EXTRACT-REQ-DATE-N  REDEFINES EXTRACT-REQ-DATE
                                       PIC 9(8).
           05  LINE-REQUESTED-DATE     PIC 9(8).
           05  REJECT-REASON           PIC X(30).
      *
       01  IMPORT-WORK-FIELDS.
           05  WORK-AVAILABLE          PIC S9(7).
           05  LINE-UNIT-PRICE         PIC S9(3)V99.
           05  LINE-PRICE-SOURCE       PIC X.
           05  BREAK-SUB               PIC S9(3)   COMP.
           05  BREAK-QUANTITY-USED     PIC 9(5).
      *
       01  AVAILABILITY-TABLE.
           05  AVAIL-ENTRY-COUNT       PIC S9(3)   COMP  VALUE ZERO.
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
           05  ACL-REQ-DATE            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ACL-SHORT-FLAG          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ACL-PART-NO             PIC X(20).
      *
       01  REJECT-LINE.
           05  FILLER                  PIC X(9)  VALUE "REJECTED ".
               DISPLAY "CUSTOMER " IMPORT-CUSTOMER-NO
                   " NOT ON CUSTOMER MASTER -- IMPORT REFUSED."
               STOP RUN.
           PERFORM 180-RESOLVE-IMPORT-WAREHOUSE.
           PERFORM 050-GET-NEXT-ORDER-NUMBER.
           PERFORM 060-LOAD-OPEN-ALLOCATIONS.
           OPEN INPUT  INVMAST.
           OPEN INPUT  CONTRACT.
           IF CONTRACT-SUCCESSFUL
               MOVE "Y" TO CONTRACT-ON-FILE-SWITCH.
           OPEN INPUT  PRCBRK.
           IF PRCBRK-SUCCESSFUL
               MOVE "Y" TO PRCBRK-ON-FILE-SWITCH.
           OPEN INPUT  PARTXREF.
           IF PARTXREF-SUCCESSFUL
               MOVE "Y" TO PARTXREF-ON-FILE-SWITCH.
           OPEN OUTPUT ORIRPT.
           MOVE IMPORT-CUSTOMER-NO TO HL1-CUSTOMER-NO.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 400-PRINT-IMPORT-TOTALS.
           IF CONTRACT-ON-FILE
               CLOSE CONTRACT.
           IF PRCBRK-ON-FILE
               CLOSE PRCBRK.
           IF PARTXREF-ON-FILE
               CLOSE PARTXREF.
           CLOSE INVMAST
                 ORDFILE
                 ORIRPT.
                   IF ORDER-OPEN OR ORDER-PICKED OR ORDER-HELD
                     OR ORDER-SHIPPED
                       PERFORM 067-ACCUMULATE-ALLOCATION
                       IF OR-WAREHOUSE-CODE NOT = SPACE
                           PERFORM 068-ACCUMULATE-WHSE-ALLOCATION
                       END-IF
                   END-IF
           END-READ.
      *
                   ADD OR-ALLOCATED-QUANTITY TO
                       AV-ALLOCATED-QUANTITY (AVAIL-INDEX)
           END-SEARCH.
      *
       068-ACCUMULATE-WHSE-ALLOCATION.
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
                       DISPLAY "ORI1000 WAREHOUSE TABLE FULL "
                           "FOR ITEM " OR-ITEM-NO
                   END-IF
               WHEN WV-ITEM-NO (WHSE-INDEX) = OR-ITEM-NO
                 AND WV-WAREHOUSE-CODE (WHSE-INDEX) = OR-WAREHOUSE-CODE
                   ADD OR-ALLOCATED-QUANTITY TO
                       WV-ALLOCATED-QUANTITY (WHSE-INDEX)
           END-SEARCH.
      *
       080-SAVE-NEXT-ORDER-NUMBER.
      *
       150-VALIDATE-IMPORT-CUSTOMER.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           OPEN INPUT CUSTMASI.
           IF CUSTMASI-SUCCESSFUL
               MOVE IMPORT-CUSTOMER-NO TO CM-CUSTOMER-NUMBER
               READ CUSTMASI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
               END-READ
               CLOSE CUSTMASI.
      *
       170-OPEN-ORDER-OUTPUT.
      *
                   DISPLAY "OPEN ERROR ON ORDFILE"
                   DISPLAY "FILE STATUS CODE IS " ORDFILE-FILE-STATUS
                   MOVE "Y" TO CUSORD-EOF-SWITCH.
      *
       180-RESOLVE-IMPORT-WAREHOUSE.
      *
      *    AN IMPORTED ORDER CARRIES NO SHIP-TO CODE, SO THE
      *    CUSTOMER'S BILLING STATE PICKS THE WAREHOUSE AND ITS
      *    FIRST PREFERENCE SHIPS EVERY LINE OF THE FILE. NO
      *    PREFERENCE ON FILE LEAVES THE LINES ON COMPANY-WIDE
      *    ALLOCATION.
      *
           SET CUSTOMER-PREFERENCE-REQUEST TO TRUE.
           MOVE IMPORT-CUSTOMER-NO TO WHR-CUSTOMER-NO.
           MOVE SPACE              TO WHR-SHIP-TO-CODE.
           CALL "WHS1000" USING WAREHOUSE-REQUEST.
           MOVE WHR-PREFERRED-WAREHOUSE (1) TO LINE-WAREHOUSE-CODE.
      *
       200-TRANSLATE-ORDER-RECORD.
      *
       210-EXTRACT-ORDER-FIELDS.
      *
           MOVE SPACE TO EXTRACT-PO-NO.
           MOVE SPACE TO EXTRACT-PART-NO.
           MOVE SPACE TO EXTRACT-ITEM-NO.
           MOVE SPACE TO EXTRACT-QUANTITY-X.
           MOVE SPACE TO EXTRACT-REQ-DATE.
           IF OF-ITEM-NO-POS > ZERO AND OF-ITEM-NO-LEN > ZERO
               MOVE CUSTOMER-ORDER-RECORD
                   (OF-ITEM-NO-POS:OF-ITEM-NO-LEN)
                   TO EXTRACT-PART-NO.
           IF OF-QUANTITY-POS > ZERO AND OF-QUANTITY-LEN > ZERO
               MOVE CUSTOMER-ORDER-RECORD
                   (OF-QUANTITY-POS:OF-QUANTITY-LEN)
               IF EXTRACT-QUANTITY = ZERO
                   MOVE "N" TO RECORD-VALID-SWITCH
                   MOVE "QUANTITY IS ZERO" TO REJECT-REASON.
           IF RECORD-VALID
               PERFORM 255-TRANSLATE-PART-NUMBER.
           IF RECORD-VALID
               PERFORM 260-VALIDATE-ITEM-NUMBER.
      *
       255-TRANSLATE-PART-NUMBER.
      *
      *    THE CUSTOMER MAY ORDER BY ITS OWN PART NUMBER. ONE ON THE
      *    CROSS-REFERENCE FOR THIS CUSTOMER BECOMES OUR ITEM
      *    NUMBER; ANYTHING ELSE IS TAKEN AS OUR ITEM NUMBER AS IT
      *    STANDS, AND ONE TOO LONG TO BE OURS IS REJECTED.
      *
           MOVE EXTRACT-PART-NO TO EXTRACT-ITEM-NO.
           MOVE SPACE TO ACL-PART-NO.
           IF PARTXREF-ON-FILE
               MOVE "C"                TO PN-PARTY-TYPE
               MOVE IMPORT-CUSTOMER-NO TO PN-PARTY-NO
               MOVE EXTRACT-PART-NO    TO PN-PARTY-PART-NO
               READ PARTXREF
                   INVALID KEY
                       MOVE SPACE TO PN-ITEM-NO
               END-READ
               IF PN-ITEM-NO NOT = SPACE
                   MOVE PN-ITEM-NO      TO EXTRACT-ITEM-NO
                   MOVE EXTRACT-PART-NO TO ACL-PART-NO.
           IF ACL-PART-NO = SPACE AND EXTRACT-PART-NO (6:15) NOT = SPACE
               MOVE "N" TO RECORD-VALID-SWITCH
               MOVE "PART NOT ON CROSS-REFERENCE" TO REJECT-REASON.
      *
       260-VALIDATE-ITEM-NUMBER.
      *
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 310-ALLOCATE-IMPORT-LINE.
           PERFORM 315-PRICE-IMPORT-LINE.
           IF EXTRACT-REQ-DATE NUMERIC
               MOVE EXTRACT-REQ-DATE-N TO LINE-REQUESTED-DATE
           ELSE
               MOVE ZERO TO LINE-REQUESTED-DATE.
           PERFORM 320-WRITE-ORDER-LINES.
      *
       310-ALLOCATE-IMPORT-LINE.
           PERFORM 500-GET-ITEM-AVAILABILITY.
           IF NOT ITEM-FOUND
               MOVE ZERO TO WORK-AVAILABLE.
           MOVE "N" TO WAREHOUSE-FOUND-SWITCH.
           IF ITEM-FOUND AND LINE-WAREHOUSE-CODE NOT = SPACE
               PERFORM 530-GET-WAREHOUSE-AVAILABILITY.
           IF EXTRACT-QUANTITY <= WORK-AVAILABLE
               MOVE EXTRACT-QUANTITY TO ALLOCATED-QUANTITY
           ELSE
           IF ITEM-FOUND
               SUBTRACT ALLOCATED-QUANTITY FROM
                   AV-AVAILABLE-QUANTITY (AVAIL-INDEX).
           IF WAREHOUSE-FOUND
               SUBTRACT ALLOCATED-QUANTITY FROM
                   WV-AVAILABLE-QUANTITY (WHSE-INDEX).
      *
       315-PRICE-IMPORT-LINE.
      *
      *    ITS EFFECTIVE WINDOW IS IGNORED AS IF IT WERE NOT ON
      *    FILE -- IMPORTED ORDERS PRICE EXACTLY AS KEYED ORDERS
      *    DO, AND THE LINE CARRIES ITS PRICE SOURCE SO THE
      *    INVOICE CAN SAY WHICH PRICE THE CUSTOMER GOT. WHEN NO
      *    CONTRACT APPLIES, THE ITEM'S QUANTITY-BREAK SCHEDULE IS
      *    TRIED BEFORE FALLING BACK TO THE MASTER PRICE.
      *
           MOVE IM-UNIT-PRICE TO LINE-UNIT-PRICE.
           MOVE "M"           TO LINE-PRICE-SOURCE.
                           MOVE "C" TO LINE-PRICE-SOURCE
                       END-IF
               END-READ.
           IF LINE-PRICE-SOURCE = "M" AND PRCBRK-ON-FILE
               PERFORM 316-APPLY-QUANTITY-BREAK.
      *
       316-APPLY-QUANTITY-BREAK.
      *
           MOVE EXTRACT-ITEM-NO TO PB-ITEM-NO.
           READ PRCBRK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO BREAK-QUANTITY-USED
                   PERFORM 317-TEST-BREAK-TIER
                       VARYING BREAK-SUB FROM 1 BY 1
                       UNTIL BREAK-SUB > 5
           END-READ.
      *
       317-TEST-BREAK-TIER.
      *
      *    THE HIGHEST IN-DATE TIER THE QUANTITY REACHES WINS, SO
      *    THE TIERS NEED NOT BE KEYED IN ASCENDING ORDER.
      *
           IF PB-MINIMUM-QUANTITY (BREAK-SUB) > BREAK-QUANTITY-USED
             AND PB-MINIMUM-QUANTITY (BREAK-SUB) <= EXTRACT-QUANTITY
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
       320-WRITE-ORDER-LINES.
      *
               MOVE ZERO               TO OR-SHIP-DATE
               MOVE SPACE              TO OR-CARRIER-CODE
               MOVE ZERO               TO OR-INVOICE-NO
               MOVE EXTRACT-PO-NO      TO OR-CUSTOMER-PO-NO
               MOVE LINE-REQUESTED-DATE TO OR-REQUESTED-DATE
               MOVE "N"                TO OR-DROP-SHIP-SWITCH
               MOVE SPACE              TO OR-DROP-SHIP-VENDOR-NO
               MOVE ZERO               TO OR-DROP-SHIP-COST
               MOVE LINE-WAREHOUSE-CODE TO OR-WAREHOUSE-CODE
               MOVE ZERO               TO OR-WAVE-NO
               SET ORDER-OPEN TO TRUE
               WRITE OPEN-ORDER-RECORD.
           IF BACKORDER-QUANTITY > ZERO
               MOVE ZERO               TO OR-SHIP-DATE
               MOVE SPACE              TO OR-CARRIER-CODE
               MOVE ZERO               TO OR-INVOICE-NO
               MOVE EXTRACT-PO-NO      TO OR-CUSTOMER-PO-NO
               MOVE LINE-REQUESTED-DATE TO OR-REQUESTED-DATE
               MOVE "N"                TO OR-DROP-SHIP-SWITCH
               MOVE SPACE              TO OR-DROP-SHIP-VENDOR-NO
               MOVE ZERO               TO OR-DROP-SHIP-COST
               MOVE LINE-WAREHOUSE-CODE TO OR-WAREHOUSE-CODE
               MOVE ZERO               TO OR-WAVE-NO
               SET ORDER-BACKORDERED TO TRUE
               WRITE OPEN-ORDER-RECORD.
           MOVE EXTRACT-ITEM-NO  TO ACL-ITEM-NO.
               MOVE "N" TO ITEM-FOUND-SWITCH
               DISPLAY "ORI1000 AVAILABILITY TABLE FULL FOR ITEM "
                   EXTRACT-ITEM-NO.
      *
       530-GET-WAREHOUSE-AVAILABILITY.
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
                   PERFORM 550-ADD-WAREHOUSE-ENTRY
               WHEN WHSE-INDEX > WHSE-ENTRY-COUNT
                   PERFORM 550-ADD-WAREHOUSE-ENTRY
               WHEN WV-ITEM-NO (WHSE-INDEX) = EXTRACT-ITEM-NO
                 AND WV-WAREHOUSE-CODE (WHSE-INDEX) =
                     LINE-WAREHOUSE-CODE
                   IF NOT WV-LOADED (WHSE-INDEX)
                       PERFORM 540-LOAD-LOCATION-BALANCE
                   END-IF
           END-SEARCH.
           IF WAREHOUSE-FOUND
             AND WV-AVAILABLE-QUANTITY (WHSE-INDEX) < WORK-AVAILABLE
               MOVE WV-AVAILABLE-QUANTITY (WHSE-INDEX)
                   TO WORK-AVAILABLE.
      *
       540-LOAD-LOCATION-BALANCE.
      *
           SET BALANCE-REQUEST TO TRUE.
           MOVE EXTRACT-ITEM-NO TO WHR-ITEM-NO.
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
       550-ADD-WAREHOUSE-ENTRY.
      *
           IF WHSE-ENTRY-COUNT < 200
               ADD 1 TO WHSE-ENTRY-COUNT
               SET WHSE-INDEX TO WHSE-ENTRY-COUNT
               MOVE EXTRACT-ITEM-NO TO WV-ITEM-NO (WHSE-INDEX)
               MOVE LINE-WAREHOUSE-CODE TO
                   WV-WAREHOUSE-CODE (WHSE-INDEX)
               MOVE ZERO TO WV-ALLOCATED-QUANTITY (WHSE-INDEX)
               MOVE ZERO TO WV-AVAILABLE-QUANTITY (WHSE-INDEX)
               MOVE "N"  TO WV-LOADED-SWITCH (WHSE-INDEX)
               PERFORM 540-LOAD-LOCATION-BALANCE
           ELSE
               MOVE "N" TO WAREHOUSE-FOUND-SWITCH
               DISPLAY "ORI1000 WAREHOUSE TABLE FULL FOR ITEM "
                   EXTRACT-ITEM-NO.
