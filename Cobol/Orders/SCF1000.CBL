      *    THE NIGHTLY RELEASE RUN RE-ALLOCATES AND THE NEXT PICK
      *    LIST PICKS -- AN OPEN LINE WITH NOTHING ALLOCATED WOULD
      *    ONLY SAIL STRAIGHT BACK THROUGH PICK AND BILL EMPTY.
      *
      *    A DROP-SHIP LINE IS NEVER PICKED. IT IS CONFIRMED HERE
      *    FROM THE VENDOR'S SHIPPING NOTICE WHILE STILL OPEN, AND
      *    EACH CONFIRMATION IS WRITTEN TO THE DROP-SHIP CONFIRM
      *    FILE SO RECEIVING CAN CLOSE THE VENDOR'S PO AND PAYABLES
      *    CAN MATCH THE VENDOR'S INVOICE. A SHORT REMAINDER STAYS
      *    OPEN ON THE SAME PO FOR THE VENDOR'S NEXT SHIPMENT.
      *
      *    A PICKING WAVE CAN BE CONFIRMED IN ONE PASS: EVERY
      *    PICKED LINE CARRYING THE WAVE NUMBER SHIPS AT ITS FULL
      *    ALLOCATION, ON THE CARRIER THE WAVE WAS ROUTED TO
      *    UNLESS ANOTHER IS KEYED. AN ORDER FOUND SHORT ON THE
      *    DOCK IS CONFIRMED BY ITSELF FIRST, SO ITS REMAINDER IS
      *    BACKORDERED; THE WAVE PASS THEN SHIPS THE REST.
      *
      *    EVERYTHING CONFIRMED OFF OUR DOCK IS GROUPED INTO
      *    SHIPMENTS -- ONE ORDER, ONE SHIP-TO, ONE WAREHOUSE, ONE
      *    CARRIER. THE DOCK KEYS EACH SHIPMENT'S CARTONS AND SCALE
      *    WEIGHT, THE SHIPMENT IS LOGGED UNDER THE NEXT BILL OF
      *    LADING NUMBER, AND THE BILL OF LADING PRINTS FOR THE
      *    DRIVER TO SIGN. THE END-OF-DAY MANIFEST (SHM1000) LISTS
      *    THE LOG BY CARRIER. DROP-SHIP LINES LEAVE THE VENDOR'S
      *    DOCK, NOT OURS, AND GET NO BILL OF LADING HERE.
      *
      *    A SERIAL-CONTROLLED ITEM SHIPS ONLY AGAINST KEYED
      *    SERIALS: ONE PER UNIT, EACH IN STOCK ON THE SERIAL
      *    REGISTER, AND EACH MARKED SHIPPED TO THE LINE'S
      *    CUSTOMER AND ORDER. IF THE DOCK CANNOT KEY THEM ALL THE
      *    LINE IS CONFIRMED AT THE SERIALS KEYED AND THE REST IS
      *    BACKORDERED. A DROP-SHIPPED UNIT NEVER PASSED OUR DOCK,
      *    SO ITS SERIAL FROM THE VENDOR'S NOTICE IS REGISTERED
      *    HERE ALREADY SHIPPED. THE WAVE PASS CANNOT KEY SERIALS
      *    AND LEAVES THESE LINES PICKED FOR CONFIRMATION BY ORDER.
      *
       ENVIRONMENT DIVISION.
      *
      *
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT DSCONF   ASSIGN TO "c:\cobol\data\dsconf.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DSCONF-FILE-STATUS.
           SELECT SHIPMT   ASSIGN TO "c:\cobol\data\shipmt.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SHIPMT-FILE-STATUS.
           SELECT BOLCTL   ASSIGN TO "c:\cobol\data\bolctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BOLCTL-FILE-STATUS.
           SELECT INVXTRA  ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS INVXTRA-FILE-STATUS.
           SELECT SERMAST  ASSIGN TO "c:\cobol\data\sermast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SN-SERIAL-KEY
                           ALTERNATE RECORD KEY IS SN-SERIAL-NO
                               WITH DUPLICATES
                           FILE STATUS IS SERMAST-FILE-STATUS.
           SELECT SERHIST  ASSIGN TO "c:\cobol\data\serhist.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SERHIST-FILE-STATUS.
           SELECT SHIPTO   ASSIGN TO "c:\cobol\data\shipto.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SH-SHIP-TO-KEY
                           FILE STATUS IS SHIPTO-FILE-STATUS.
           SELECT CUSTXTRA ASSIGN TO "c:\cobol\data\custxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CX-CUSTOMER-NO
                           FILE STATUS IS CUSTXTRA-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT LOCMAST  ASSIGN TO "c:\cobol\data\locmast.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LOCMAST-FILE-STATUS.
           SELECT BOLRPT   ASSIGN TO "c:\cobol\data\scf1bol.prn".
      *
       DATA DIVISION.
      *
       FD  ORDFILE.
      *
       COPY "Ordfile.cpy".
      *
       FD  DSCONF.
      *
       COPY "Dsconf.cpy".
      *
       FD  SHIPMT.
      *
       COPY "Shipmt.cpy".
      *
       FD  BOLCTL.
      *
       01  BOL-CONTROL-RECORD.
           05  BC-LAST-BOL-NO          PIC 9(6).
      *
       FD  INVXTRA.
      *
       COPY "Invxtra.cpy".
      *
       FD  SERMAST.
      *
       COPY "Sermast.cpy".
      *
       FD  SERHIST.
      *
       COPY "Serhist.cpy".
      *
       FD  SHIPTO.
      *
       COPY "Shipto.cpy".
      *
       FD  CUSTXTRA.
      *
       COPY "Custxtra.cpy".
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
           05  CM-SALES-YTD-2          PIC S9(5)V9(2).
           05  CM-SALES-YTD-3          PIC S9(5)V9(2).
      *
       FD  LOCMAST.
      *
       COPY "Locmast.cpy".
      *
       FD  BOLRPT.
       01  BOL-PRINT-AREA          PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
               88  END-OF-SESSION                  VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  CUSTOMER-FOUND-SWITCH       PIC X   VALUE "N".
               88  CUSTOMER-FOUND                  VALUE "Y".
           05  LOCMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  LOCMAST-EOF                     VALUE "Y".
           05  LOCATION-FOUND-SWITCH       PIC X   VALUE "N".
               88  LOCATION-FOUND                  VALUE "Y".
           05  INVXTRA-OPEN-SWITCH         PIC X   VALUE "N".
               88  INVXTRA-OPEN                    VALUE "Y".
           05  SERIAL-ITEM-SWITCH          PIC X   VALUE "N".
               88  SERIAL-ITEM                     VALUE "Y".
           05  END-OF-SERIALS-SWITCH       PIC X   VALUE "N".
               88  END-OF-SERIALS                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  DSCONF-FILE-STATUS      PIC XX.
               88  DSCONF-SUCCESSFUL           VALUE "00".
           05  SHIPMT-FILE-STATUS      PIC XX.
               88  SHIPMT-SUCCESSFUL           VALUE "00".
           05  BOLCTL-FILE-STATUS      PIC XX.
               88  BOLCTL-SUCCESSFUL           VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  SERMAST-FILE-STATUS     PIC XX.
               88  SERMAST-SUCCESSFUL          VALUE "00".
           05  SERHIST-FILE-STATUS     PIC XX.
               88  SERHIST-SUCCESSFUL          VALUE "00".
           05  SHIPTO-FILE-STATUS      PIC XX.
               88  SHIPTO-SUCCESSFUL           VALUE "00".
           05  CUSTXTRA-FILE-STATUS    PIC XX.
               88  CUSTXTRA-SUCCESSFUL         VALUE "00".
           05  LOCMAST-FILE-STATUS     PIC XX.
               88  LOCMAST-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ORDER-NO          PIC 9(6).
           05  ENTRY-WAVE-NO           PIC 9(6).
           05  ENTRY-SHIP-DATE         PIC 9(8).
           05  ENTRY-CARRIER-CODE      PIC X(4).
           05  ENTRY-CONFIRMED-QTY     PIC 9(5).
           05  ENTRY-CARTON-COUNT      PIC 9(4).
           05  ENTRY-TOTAL-WEIGHT      PIC 9(7).
           05  ENTRY-SERIAL-NO         PIC X(15).
      *
       01  CONFIRMATION-WORK-FIELDS.
           05  LINES-CONFIRMED         PIC 9(3)    VALUE ZERO.
           05  SHORT-QUANTITY          PIC S9(5).
           05  HIGHEST-LINE-NO         PIC 9(3)    VALUE ZERO.
           05  SERIALS-KEYED           PIC 9(5)    VALUE ZERO.
      *
       01  SHIPMENT-WORK-FIELDS.
           05  NEXT-BOL-NO             PIC 9(6)    VALUE ZERO.
           05  BILLS-OF-LADING-COUNT   PIC 9(5)    VALUE ZERO.
           05  ESTIMATED-WEIGHT        PIC 9(7).
           05  LINE-WEIGHT             PIC 9(7)V99.
           05  SHIP-TO-NAME            PIC X(25).
           05  SHIP-TO-ADDRESS.
               10  SHIP-TO-STREET      PIC X(25).
               10  SHIP-TO-CITY        PIC X(15).
               10  SHIP-TO-STATE       PIC X(2).
               10  SHIP-TO-ZIP-CODE    PIC X(10).
      *
       01  SHIPMENT-TABLE.
           05  SHIPMENT-ENTRY-COUNT    PIC S9(3)   COMP  VALUE ZERO.
           05  SHIPMENT-ENTRY              OCCURS 50 TIMES
                                           INDEXED BY SHIP-INDEX.
               10  ST-ORDER-NO             PIC 9(6).
               10  ST-CUSTOMER-NO          PIC 9(5).
               10  ST-SHIP-TO-CODE         PIC X(3).
               10  ST-WAREHOUSE-CODE       PIC X(2).
               10  ST-CARRIER-CODE         PIC X(4).
               10  ST-WAVE-NO              PIC 9(6).
               10  ST-LINE-COUNT           PIC 9(3).
               10  ST-UNITS-SHIPPED        PIC 9(7).
               10  ST-ESTIMATED-WEIGHT     PIC 9(7)V99.
      *
       01  SHORTAGE-TABLE.
           05  SHORTAGE-ENTRY-COUNT    PIC S9(3)   COMP  VALUE ZERO.
               10  SE-UNIT-PRICE           PIC S9(3)V99.
               10  SE-PRICE-SOURCE         PIC X.
               10  SE-SHIP-TO-CODE         PIC X(3).
               10  SE-CUSTOMER-PO-NO       PIC X(10).
               10  SE-REQUESTED-DATE       PIC 9(8).
               10  SE-DROP-SHIP-SWITCH     PIC X.
               10  SE-DROP-SHIP-VENDOR-NO  PIC X(5).
               10  SE-DROP-SHIP-COST       PIC S9(3)V99.
               10  SE-WAREHOUSE-CODE       PIC X(2).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  BOL-HEADING-LINE.
           05  FILLER                  PIC X(32) VALUE
               "STRAIGHT BILL OF LADING  NO.".
           05  BHL-BOL-NO              PIC 9(6).
           05  FILLER                  PIC X(13) VALUE
               "    SHIPPED ".
           05  BHL-SHIP-DATE           PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               "    CARRIER ".
           05  BHL-CARRIER-CODE        PIC X(4).
      *
       01  BOL-REFERENCE-LINE.
           05  FILLER                  PIC X(10) VALUE "ORDER NO. ".
           05  BRL-ORDER-NO            PIC 9(6).
           05  FILLER                  PIC X(14) VALUE
               "    CUSTOMER ".
           05  BRL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(10) VALUE "    WAVE ".
           05  BRL-WAVE-NO             PIC Z(5)9.
      *
       01  BOL-NAME-LINE.
           05  BNL-CAPTION             PIC X(12).
           05  BNL-NAME                PIC X(25).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  BNL-CODE-CAPTION        PIC X(10).
           05  BNL-CODE                PIC X(3).
      *
       01  BOL-STREET-LINE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  BSL-STREET-ADDRESS      PIC X(25).
      *
       01  BOL-CITY-LINE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  BCL-CITY                PIC X(15).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BCL-STATE               PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BCL-ZIP-CODE            PIC X(10).
      *
       01  BOL-FREIGHT-LINE.
           05  FILLER                  PIC X(10) VALUE "CARTONS".
           05  BFL-CARTON-COUNT        PIC Z,ZZ9.
           05  FILLER                  PIC X(17) VALUE
               "    TOTAL WEIGHT ".
           05  BFL-TOTAL-WEIGHT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(5)  VALUE " LBS.".
      *
       01  BOL-CONTENTS-LINE.
           05  FILLER                  PIC X(10) VALUE "CONTAINS".
           05  BTL-LINE-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(16) VALUE
               " ORDER LINES,".
           05  BTL-UNITS-SHIPPED       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(6)  VALUE " UNITS".
      *
       01  BOL-SIGNATURE-LINE.
           05  BGL-CAPTION             PIC X(24).
           05  FILLER                  PIC X(30) VALUE ALL "_".
           05  FILLER                  PIC X(8)  VALUE "  DATE ".
           05  FILLER                  PIC X(10) VALUE ALL "_".
      *
       PROCEDURE DIVISION.
      *
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "SCF1000 SHIPPING CONFIRMATION".
           PERFORM 050-GET-NEXT-BOL-NUMBER.
           OPEN INPUT  INVXTRA.
           IF INVXTRA-SUCCESSFUL
               MOVE "Y" TO INVXTRA-OPEN-SWITCH.
           OPEN I-O SERMAST.
           IF NOT SERMAST-SUCCESSFUL
               OPEN OUTPUT SERMAST
               CLOSE SERMAST
               OPEN I-O SERMAST.
           OPEN EXTEND SERHIST.
           IF NOT SERHIST-SUCCESSFUL
               OPEN OUTPUT SERHIST.
           OPEN OUTPUT BOLRPT.
           PERFORM 100-CONFIRM-ONE-ORDER
               UNTIL END-OF-SESSION.
           IF INVXTRA-OPEN
               CLOSE INVXTRA.
           CLOSE SERMAST
                 SERHIST
                 BOLRPT.
           DISPLAY "SCF1000 BILLS OF LADING PRINTED "
               BILLS-OF-LADING-COUNT.
           DISPLAY "SCF1000 SESSION ENDED.".
           STOP RUN.
      *
       050-GET-NEXT-BOL-NUMBER.
      *
           OPEN INPUT BOLCTL.
           IF BOLCTL-SUCCESSFUL
               READ BOLCTL
                   AT END
                       MOVE ZERO TO BC-LAST-BOL-NO
               END-READ
               MOVE BC-LAST-BOL-NO TO NEXT-BOL-NO
               CLOSE BOLCTL
           ELSE
               MOVE ZERO TO NEXT-BOL-NO.
      *
       100-CONFIRM-ONE-ORDER.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER ORDER NUMBER TO CONFIRM, 0 TO CONFIRM A "
               "PICKING WAVE,".
           DISPLAY "OR 999999 TO END.".
           ACCEPT ENTRY-ORDER-NO.
           EVALUATE TRUE
               WHEN ENTRY-ORDER-NO = 999999
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               WHEN ENTRY-ORDER-NO = ZERO
                   PERFORM 300-CONFIRM-ONE-WAVE
               WHEN OTHER
                   DISPLAY "ENTER SHIP DATE (YYYYMMDD, 0 = TODAY)."
                   ACCEPT ENTRY-SHIP-DATE
                   IF ENTRY-SHIP-DATE = ZERO
                       MOVE RUN-DATE TO ENTRY-SHIP-DATE
                   END-IF
                   DISPLAY "ENTER CARRIER CODE (4 CHARACTERS)."
                   ACCEPT ENTRY-CARRIER-CODE
                   PERFORM 200-CONFIRM-ORDER-LINES
                   IF LINES-CONFIRMED > ZERO
                       PERFORM 400-WRITE-SHORTAGE-LINES
                       PERFORM 500-RECORD-SHIPMENTS
                       DISPLAY "ORDER " ENTRY-ORDER-NO " CONFIRMED -- "
                           LINES-CONFIRMED " LINES SHIPPED."
                   ELSE
                       DISPLAY "NO PICKED OR DROP-SHIP LINES FOUND "
                           "FOR ORDER " ENTRY-ORDER-NO "."
                   END-IF
           END-EVALUATE.
      *
       200-CONFIRM-ORDER-LINES.
      *
           MOVE ZERO TO LINES-CONFIRMED.
           MOVE ZERO TO SHORTAGE-ENTRY-COUNT.
           MOVE ZERO TO SHIPMENT-ENTRY-COUNT.
           MOVE ZERO TO HIGHEST-LINE-NO.
           MOVE "N"  TO ORDFILE-EOF-SWITCH.
           OPEN I-O ORDFILE.
                       END-IF
                       IF ORDER-PICKED
                           PERFORM 220-CONFIRM-PICKED-LINE
                       ELSE
                           IF ORDER-OPEN AND DROP-SHIP-LINE
                               PERFORM 240-CONFIRM-DROP-SHIP-LINE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
               DISPLAY "SHIPPED QUANTITY EXCEEDS THE ALLOCATION "
                   "-- CONFIRMED AT THE ALLOCATION."
               MOVE OR-ALLOCATED-QUANTITY TO ENTRY-CONFIRMED-QTY.
           IF ENTRY-CONFIRMED-QTY > ZERO
               PERFORM 280-CHECK-SERIAL-CONTROL
               IF SERIAL-ITEM
                   PERFORM 285-CAPTURE-LINE-SERIALS.
           COMPUTE SHORT-QUANTITY =
               OR-ALLOCATED-QUANTITY - ENTRY-CONFIRMED-QTY.
           IF SHORT-QUANTITY > ZERO
           REWRITE OPEN-ORDER-RECORD.
           IF ORDFILE-SUCCESSFUL
               ADD 1 TO LINES-CONFIRMED
               IF ENTRY-CONFIRMED-QTY > ZERO
                   PERFORM 260-TABLE-SHIPMENT-LINE
               END-IF
           ELSE
               DISPLAY "REWRITE ERROR ON ORDFILE FOR ORDER "
                   OR-ORDER-NO
                   SE-PRICE-SOURCE (SHORT-INDEX)
               MOVE OR-SHIP-TO-CODE TO
                   SE-SHIP-TO-CODE (SHORT-INDEX)
               MOVE OR-CUSTOMER-PO-NO TO
                   SE-CUSTOMER-PO-NO (SHORT-INDEX)
               MOVE OR-REQUESTED-DATE TO
                   SE-REQUESTED-DATE (SHORT-INDEX)
               MOVE OR-DROP-SHIP-SWITCH TO
                   SE-DROP-SHIP-SWITCH (SHORT-INDEX)
               MOVE OR-DROP-SHIP-VENDOR-NO TO
                   SE-DROP-SHIP-VENDOR-NO (SHORT-INDEX)
               MOVE OR-DROP-SHIP-COST TO
                   SE-DROP-SHIP-COST (SHORT-INDEX)
               MOVE OR-WAREHOUSE-CODE TO
                   SE-WAREHOUSE-CODE (SHORT-INDEX)
           ELSE
               DISPLAY "SCF1000 SHORTAGE TABLE FULL FOR ITEM "
                   OR-ITEM-NO " -- RE-KEY THE REMAINDER.".
      *
       240-CONFIRM-DROP-SHIP-LINE.
      *
           DISPLAY "LINE " OR-LINE-NO " ITEM " OR-ITEM-NO
               " DROP-SHIP FROM VENDOR " OR-DROP-SHIP-VENDOR-NO
               " ORDERED " OR-ORDER-QUANTITY.
           DISPLAY "ENTER QUANTITY THE VENDOR SHIPPED (0 = NOT YET).".
           ACCEPT ENTRY-CONFIRMED-QTY.
           IF ENTRY-CONFIRMED-QTY > OR-ORDER-QUANTITY
               DISPLAY "SHIPPED QUANTITY EXCEEDS THE ORDER "
                   "-- CONFIRMED AT THE ORDER QUANTITY."
               MOVE OR-ORDER-QUANTITY TO ENTRY-CONFIRMED-QTY.
           IF ENTRY-CONFIRMED-QTY > ZERO
               PERFORM 280-CHECK-SERIAL-CONTROL
               IF SERIAL-ITEM
                   PERFORM 285-CAPTURE-LINE-SERIALS.
           IF ENTRY-CONFIRMED-QTY > ZERO
               COMPUTE SHORT-QUANTITY =
                   OR-ORDER-QUANTITY - ENTRY-CONFIRMED-QTY
               IF SHORT-QUANTITY > ZERO
                   PERFORM 230-TABLE-SHORTAGE
               END-IF
               MOVE ENTRY-CONFIRMED-QTY TO OR-ORDER-QUANTITY
               MOVE ENTRY-CONFIRMED-QTY TO OR-ALLOCATED-QUANTITY
               MOVE ENTRY-SHIP-DATE     TO OR-SHIP-DATE
               MOVE ENTRY-CARRIER-CODE  TO OR-CARRIER-CODE
               SET ORDER-SHIPPED TO TRUE
               REWRITE OPEN-ORDER-RECORD
               IF ORDFILE-SUCCESSFUL
                   ADD 1 TO LINES-CONFIRMED
                   PERFORM 250-WRITE-DROP-SHIP-CONFIRM
               ELSE
                   DISPLAY "REWRITE ERROR ON ORDFILE FOR ORDER "
                       OR-ORDER-NO
                   MOVE "Y" TO ORDFILE-EOF-SWITCH.
      *
       250-WRITE-DROP-SHIP-CONFIRM.
      *
           MOVE OR-DROP-SHIP-VENDOR-NO TO DS-VENDOR-NO.
           MOVE OR-ITEM-NO             TO DS-ITEM-NO.
           MOVE OR-SHIP-DATE           TO DS-SHIP-DATE.
           MOVE OR-ORDER-QUANTITY      TO DS-SHIP-QUANTITY.
           MOVE OR-DROP-SHIP-COST      TO DS-UNIT-COST.
           MOVE OR-ORDER-NO            TO DS-ORDER-NO.
           MOVE OR-LINE-NO             TO DS-LINE-NO.
           MOVE OR-CUSTOMER-NO         TO DS-CUSTOMER-NO.
           MOVE OR-CARRIER-CODE        TO DS-CARRIER-CODE.
           OPEN EXTEND DSCONF.
           IF NOT DSCONF-SUCCESSFUL
               OPEN OUTPUT DSCONF.
           IF NOT DSCONF-SUCCESSFUL
               DISPLAY "OPEN ERROR ON DSCONF -- STATUS "
                   DSCONF-FILE-STATUS
               DISPLAY "*** TELL PURCHASING LINE " OR-LINE-NO
                   " HAS SHIPPED ***"
           ELSE
               WRITE DROP-SHIP-CONFIRMATION
               IF NOT DSCONF-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON DSCONF -- STATUS "
                       DSCONF-FILE-STATUS
               END-IF
               CLOSE DSCONF.
      *
       260-TABLE-SHIPMENT-LINE.
      *
      *    ADDS THE CONFIRMED LINE TO ITS SHIPMENT, STARTING ONE
      *    FOR A NEW ORDER, SHIP-TO, WAREHOUSE, OR CARRIER. THE
      *    ITEM WEIGHTS GIVE THE DOCK AN ESTIMATE TO CHECK THE
      *    SCALE AGAINST. THE LINE IS ALREADY MARKED SHIPPED, SO
      *    WHEN A BIG WAVE FILLS THE TABLE THE SHIPMENTS SO FAR
      *    ARE LOGGED AND THEIR BILLS OF LADING PRINTED THERE AND
      *    THEN, AND THE TABLE STARTS OVER -- EVERY SHIPPED LINE
      *    REACHES THE MANIFEST.
      *
           SET SHIP-INDEX TO 1.
           SEARCH SHIPMENT-ENTRY
               AT END
                   PERFORM 500-RECORD-SHIPMENTS
                   MOVE ZERO TO SHIPMENT-ENTRY-COUNT
                   SET SHIP-INDEX TO 1
                   PERFORM 265-START-NEW-SHIPMENT
               WHEN SHIP-INDEX > SHIPMENT-ENTRY-COUNT
                   PERFORM 265-START-NEW-SHIPMENT
               WHEN ST-ORDER-NO (SHIP-INDEX) = OR-ORDER-NO
                AND ST-SHIP-TO-CODE (SHIP-INDEX) = OR-SHIP-TO-CODE
                AND ST-WAREHOUSE-CODE (SHIP-INDEX) = OR-WAREHOUSE-CODE
                AND ST-CARRIER-CODE (SHIP-INDEX) = OR-CARRIER-CODE
                   PERFORM 270-ADD-LINE-TO-SHIPMENT
           END-SEARCH.
      *
       265-START-NEW-SHIPMENT.
      *
           ADD 1 TO SHIPMENT-ENTRY-COUNT.
           MOVE OR-ORDER-NO       TO ST-ORDER-NO (SHIP-INDEX).
           MOVE OR-CUSTOMER-NO    TO ST-CUSTOMER-NO (SHIP-INDEX).
           MOVE OR-SHIP-TO-CODE   TO ST-SHIP-TO-CODE (SHIP-INDEX).
           MOVE OR-WAREHOUSE-CODE TO ST-WAREHOUSE-CODE (SHIP-INDEX).
           MOVE OR-CARRIER-CODE   TO ST-CARRIER-CODE (SHIP-INDEX).
           MOVE OR-WAVE-NO        TO ST-WAVE-NO (SHIP-INDEX).
           MOVE ZERO TO ST-LINE-COUNT (SHIP-INDEX).
           MOVE ZERO TO ST-UNITS-SHIPPED (SHIP-INDEX).
           MOVE ZERO TO ST-ESTIMATED-WEIGHT (SHIP-INDEX).
           PERFORM 270-ADD-LINE-TO-SHIPMENT.
      *
       270-ADD-LINE-TO-SHIPMENT.
      *
           ADD 1 TO ST-LINE-COUNT (SHIP-INDEX).
           ADD OR-ORDER-QUANTITY TO ST-UNITS-SHIPPED (SHIP-INDEX).
           IF INVXTRA-OPEN
               MOVE OR-ITEM-NO TO IX-ITEM-NO
               READ INVXTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE LINE-WEIGHT =
                           IX-SHIP-WEIGHT * OR-ORDER-QUANTITY
                       ADD LINE-WEIGHT TO
                           ST-ESTIMATED-WEIGHT (SHIP-INDEX)
               END-READ.
      *
       280-CHECK-SERIAL-CONTROL.
      *
           MOVE "N" TO SERIAL-ITEM-SWITCH.
           IF INVXTRA-OPEN
               MOVE OR-ITEM-NO TO IX-ITEM-NO
               READ INVXTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SERIAL-CONTROLLED
                           MOVE "Y" TO SERIAL-ITEM-SWITCH
                       END-IF
               END-READ.
      *
       285-CAPTURE-LINE-SERIALS.
      *
           MOVE ZERO TO SERIALS-KEYED.
           MOVE "N"  TO END-OF-SERIALS-SWITCH.
           PERFORM 286-ENTER-LINE-SERIAL
               UNTIL SERIALS-KEYED = ENTRY-CONFIRMED-QTY
                  OR END-OF-SERIALS.
           IF SERIALS-KEYED < ENTRY-CONFIRMED-QTY
               DISPLAY "ONLY " SERIALS-KEYED " SERIALS KEYED -- LINE "
                   "CONFIRMED AT THE SERIALS KEYED."
               MOVE SERIALS-KEYED TO ENTRY-CONFIRMED-QTY.
      *
       286-ENTER-LINE-SERIAL.
      *
           DISPLAY "ENTER SERIAL NUMBER (" SERIALS-KEYED " OF "
               ENTRY-CONFIRMED-QTY " KEYED, SPACES = NO MORE).".
           ACCEPT ENTRY-SERIAL-NO.
           IF ENTRY-SERIAL-NO = SPACE
               MOVE "Y" TO END-OF-SERIALS-SWITCH
           ELSE
               MOVE OR-ITEM-NO      TO SN-ITEM-NO
               MOVE ENTRY-SERIAL-NO TO SN-SERIAL-NO
               IF DROP-SHIP-LINE
                   PERFORM 288-REGISTER-DROP-SHIP-SERIAL
               ELSE
                   PERFORM 287-SHIP-STOCKED-SERIAL.
      *
       287-SHIP-STOCKED-SERIAL.
      *
           READ SERMAST
               INVALID KEY
                   DISPLAY "SERIAL " ENTRY-SERIAL-NO
                       " IS NOT ON THE REGISTER FOR ITEM "
                       OR-ITEM-NO " -- REFUSED."
               NOT INVALID KEY
                   IF NOT SERIAL-IN-STOCK
                       DISPLAY "SERIAL " ENTRY-SERIAL-NO
                           " IS NOT IN STOCK -- REFUSED."
                   ELSE
                       SET SERIAL-SHIPPED   TO TRUE
                       MOVE OR-CUSTOMER-NO  TO SN-CUSTOMER-NO
                       MOVE OR-ORDER-NO     TO SN-ORDER-NO
                       MOVE ENTRY-SHIP-DATE TO SN-SHIP-DATE
                       REWRITE SERIAL-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON SERMAST "
                                   "-- STATUS " SERMAST-FILE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO SERIALS-KEYED
                               SET SERIAL-SHIPPED-EVENT TO TRUE
                               MOVE SPACE TO SV-VENDOR-NO
                               PERFORM 290-WRITE-SERIAL-HISTORY
                       END-REWRITE
                   END-IF
           END-READ.
      *
       288-REGISTER-DROP-SHIP-SERIAL.
      *
           MOVE ENTRY-SHIP-DATE        TO SN-RECEIPT-DATE.
           MOVE OR-DROP-SHIP-VENDOR-NO TO SN-VENDOR-NO.
           SET SERIAL-SHIPPED          TO TRUE.
           MOVE OR-CUSTOMER-NO         TO SN-CUSTOMER-NO.
           MOVE OR-ORDER-NO            TO SN-ORDER-NO.
           MOVE ENTRY-SHIP-DATE        TO SN-SHIP-DATE.
           MOVE ZERO                   TO SN-LAST-RMA-NO.
           MOVE ZERO                   TO SN-LAST-RETURN-DATE.
           WRITE SERIAL-RECORD
               INVALID KEY
                   DISPLAY "SERIAL " ENTRY-SERIAL-NO
                       " IS ALREADY ON THE REGISTER -- REFUSED."
               NOT INVALID KEY
                   ADD 1 TO SERIALS-KEYED
                   SET SERIAL-DROP-SHIPPED-EVENT TO TRUE
                   MOVE OR-DROP-SHIP-VENDOR-NO TO SV-VENDOR-NO
                   PERFORM 290-WRITE-SERIAL-HISTORY
           END-WRITE.
      *
       290-WRITE-SERIAL-HISTORY.
      *
           MOVE SN-ITEM-NO      TO SV-ITEM-NO.
           MOVE SN-SERIAL-NO    TO SV-SERIAL-NO.
           MOVE ENTRY-SHIP-DATE TO SV-EVENT-DATE.
           MOVE OR-CUSTOMER-NO  TO SV-CUSTOMER-NO.
           MOVE OR-ORDER-NO     TO SV-REFERENCE-NO.
           MOVE "SCF1000"       TO SV-SOURCE-PROGRAM.
           WRITE SERIAL-HISTORY-RECORD.
           IF NOT SERHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON SERHIST FOR SERIAL "
                   SN-SERIAL-NO.
      *
       300-CONFIRM-ONE-WAVE.
      *
           DISPLAY "ENTER WAVE NUMBER TO CONFIRM.".
           ACCEPT ENTRY-WAVE-NO.
           DISPLAY "ENTER SHIP DATE (YYYYMMDD, 0 = TODAY).".
           ACCEPT ENTRY-SHIP-DATE.
           IF ENTRY-SHIP-DATE = ZERO
               MOVE RUN-DATE TO ENTRY-SHIP-DATE.
           DISPLAY "ENTER CARRIER CODE (SPACES = AS ROUTED).".
           ACCEPT ENTRY-CARRIER-CODE.
           MOVE ZERO TO LINES-CONFIRMED.
           MOVE ZERO TO SHIPMENT-ENTRY-COUNT.
           MOVE "N"  TO ORDFILE-EOF-SWITCH.
           IF ENTRY-WAVE-NO = ZERO
               MOVE "Y" TO ORDFILE-EOF-SWITCH
           ELSE
               OPEN I-O ORDFILE
               IF NOT ORDFILE-SUCCESSFUL
                   DISPLAY "NO ORDER FILE ON FILE."
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               ELSE
                   PERFORM 310-CONFIRM-NEXT-WAVE-LINE
                       UNTIL ORDFILE-EOF
                   CLOSE ORDFILE.
           IF LINES-CONFIRMED > ZERO
               PERFORM 500-RECORD-SHIPMENTS
               DISPLAY "WAVE " ENTRY-WAVE-NO " CONFIRMED -- "
                   LINES-CONFIRMED " LINES SHIPPED."
           ELSE
               DISPLAY "NO PICKED LINES FOUND FOR WAVE "
                   ENTRY-WAVE-NO ".".
      *
       310-CONFIRM-NEXT-WAVE-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF ORDER-PICKED AND OR-WAVE-NO = ENTRY-WAVE-NO
                       PERFORM 280-CHECK-SERIAL-CONTROL
                       IF SERIAL-ITEM
                           DISPLAY "ORDER " OR-ORDER-NO " LINE "
                               OR-LINE-NO " ITEM " OR-ITEM-NO
                               " IS SERIAL-CONTROLLED -- CONFIRM "
                               "THE ORDER BY ITSELF."
                       ELSE
                           PERFORM 320-CONFIRM-WAVE-LINE
                       END-IF
                   END-IF
           END-READ.
      *
       320-CONFIRM-WAVE-LINE.
      *
           MOVE OR-ALLOCATED-QUANTITY TO OR-ORDER-QUANTITY.
           MOVE ENTRY-SHIP-DATE       TO OR-SHIP-DATE.
           IF ENTRY-CARRIER-CODE NOT = SPACE
               MOVE ENTRY-CARRIER-CODE TO OR-CARRIER-CODE.
           SET ORDER-SHIPPED TO TRUE.
           REWRITE OPEN-ORDER-RECORD.
           IF ORDFILE-SUCCESSFUL
               ADD 1 TO LINES-CONFIRMED
               PERFORM 260-TABLE-SHIPMENT-LINE
           ELSE
               DISPLAY "REWRITE ERROR ON ORDFILE FOR ORDER "
                   OR-ORDER-NO
               MOVE "Y" TO ORDFILE-EOF-SWITCH.
      *
       400-WRITE-SHORTAGE-LINES.
      *
           MOVE ZERO  TO OR-SHIP-DATE.
           MOVE SPACE TO OR-CARRIER-CODE.
           MOVE ZERO  TO OR-INVOICE-NO.
           MOVE SE-CUSTOMER-PO-NO (SHORT-INDEX) TO OR-CUSTOMER-PO-NO.
           MOVE SE-REQUESTED-DATE (SHORT-INDEX) TO OR-REQUESTED-DATE.
           MOVE SE-DROP-SHIP-SWITCH (SHORT-INDEX)
               TO OR-DROP-SHIP-SWITCH.
           MOVE SE-DROP-SHIP-VENDOR-NO (SHORT-INDEX)
               TO OR-DROP-SHIP-VENDOR-NO.
           MOVE SE-DROP-SHIP-COST (SHORT-INDEX)
               TO OR-DROP-SHIP-COST.
           MOVE SE-WAREHOUSE-CODE (SHORT-INDEX)
               TO OR-WAREHOUSE-CODE.
           MOVE ZERO TO OR-WAVE-NO.
      *
      *    A DROP-SHIP REMAINDER IS STILL ON THE VENDOR'S PO, SO
      *    IT WAITS OPEN FOR THE NEXT CONFIRMATION RATHER THAN
      *    GOING TO THE RELEASE RUN FOR STOCK.
      *
           IF DROP-SHIP-LINE
               SET ORDER-OPEN TO TRUE
           ELSE
               SET ORDER-BACKORDERED TO TRUE.
           WRITE OPEN-ORDER-RECORD.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "WRITE ERROR ON ORDFILE FOR SHORTAGE LINE "
                   OR-LINE-NO.
      *
       500-RECORD-SHIPMENTS.
      *
      *    THE BILL OF LADING NUMBER IS SAVED AS SOON AS THE
      *    SHIPMENTS ARE LOGGED, SO A SESSION THAT FAILS LATER
      *    NEVER HANDS THE SAME NUMBER TO A SECOND SHIPMENT.
      *
           IF SHIPMENT-ENTRY-COUNT > ZERO
               PERFORM 510-RECORD-ONE-SHIPMENT
                   VARYING SHIP-INDEX FROM 1 BY 1
                   UNTIL SHIP-INDEX > SHIPMENT-ENTRY-COUNT
               PERFORM 590-SAVE-BOL-NUMBER.
      *
       510-RECORD-ONE-SHIPMENT.
      *
           COMPUTE ESTIMATED-WEIGHT ROUNDED =
               ST-ESTIMATED-WEIGHT (SHIP-INDEX).
           DISPLAY "SHIPMENT FOR ORDER " ST-ORDER-NO (SHIP-INDEX)
               " SHIP-TO " ST-SHIP-TO-CODE (SHIP-INDEX)
               " FROM WAREHOUSE " ST-WAREHOUSE-CODE (SHIP-INDEX)
               " VIA " ST-CARRIER-CODE (SHIP-INDEX).
           DISPLAY "    " ST-LINE-COUNT (SHIP-INDEX) " LINES, "
               ST-UNITS-SHIPPED (SHIP-INDEX) " UNITS.".
           MOVE ZERO TO ENTRY-CARTON-COUNT.
           PERFORM 515-ENTER-CARTON-COUNT
               UNTIL ENTRY-CARTON-COUNT > ZERO.
           DISPLAY "ENTER TOTAL WEIGHT IN POUNDS (0 = ITEM WEIGHT "
               "ESTIMATE OF " ESTIMATED-WEIGHT ").".
           ACCEPT ENTRY-TOTAL-WEIGHT.
           IF ENTRY-TOTAL-WEIGHT = ZERO
               MOVE ESTIMATED-WEIGHT TO ENTRY-TOTAL-WEIGHT.
           ADD 1 TO NEXT-BOL-NO.
           MOVE NEXT-BOL-NO                    TO SM-BOL-NO.
           MOVE ENTRY-SHIP-DATE                TO SM-SHIP-DATE.
           MOVE ST-CARRIER-CODE (SHIP-INDEX)   TO SM-CARRIER-CODE.
           MOVE ST-ORDER-NO (SHIP-INDEX)       TO SM-ORDER-NO.
           MOVE ST-CUSTOMER-NO (SHIP-INDEX)    TO SM-CUSTOMER-NO.
           MOVE ST-SHIP-TO-CODE (SHIP-INDEX)   TO SM-SHIP-TO-CODE.
           MOVE ST-WAREHOUSE-CODE (SHIP-INDEX) TO SM-WAREHOUSE-CODE.
           MOVE ST-WAVE-NO (SHIP-INDEX)        TO SM-WAVE-NO.
           MOVE ST-LINE-COUNT (SHIP-INDEX)     TO SM-LINE-COUNT.
           MOVE ST-UNITS-SHIPPED (SHIP-INDEX)  TO SM-UNITS-SHIPPED.
           MOVE ENTRY-CARTON-COUNT             TO SM-CARTON-COUNT.
           MOVE ENTRY-TOTAL-WEIGHT             TO SM-TOTAL-WEIGHT.
           PERFORM 520-WRITE-SHIPMENT-RECORD.
           PERFORM 530-PRINT-BILL-OF-LADING.
           DISPLAY "BILL OF LADING " SM-BOL-NO " PRINTED.".
      *
       515-ENTER-CARTON-COUNT.
      *
           DISPLAY "ENTER CARTON COUNT.".
           ACCEPT ENTRY-CARTON-COUNT.
           IF ENTRY-CARTON-COUNT = ZERO
               DISPLAY "A SHIPMENT HAS AT LEAST ONE CARTON.".
      *
       520-WRITE-SHIPMENT-RECORD.
      *
           OPEN EXTEND SHIPMT.
           IF NOT SHIPMT-SUCCESSFUL
               OPEN OUTPUT SHIPMT.
           IF NOT SHIPMT-SUCCESSFUL
               DISPLAY "OPEN ERROR ON SHIPMT -- STATUS "
                   SHIPMT-FILE-STATUS
               DISPLAY "*** BILL OF LADING " SM-BOL-NO
                   " WILL NOT BE ON THE MANIFEST ***"
           ELSE
               WRITE SHIPMENT-RECORD
               IF NOT SHIPMT-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON SHIPMT -- STATUS "
                       SHIPMT-FILE-STATUS
               END-IF
               CLOSE SHIPMT.
      *
       530-PRINT-BILL-OF-LADING.
      *
           MOVE SM-BOL-NO       TO BHL-BOL-NO.
           MOVE SM-SHIP-DATE    TO BHL-SHIP-DATE.
           MOVE SM-CARRIER-CODE TO BHL-CARRIER-CODE.
           MOVE BOL-HEADING-LINE TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE SM-ORDER-NO     TO BRL-ORDER-NO.
           MOVE SM-CUSTOMER-NO  TO BRL-CUSTOMER-NO.
           MOVE SM-WAVE-NO      TO BRL-WAVE-NO.
           MOVE BOL-REFERENCE-LINE TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 540-RESOLVE-SHIP-FROM-ADDRESS.
           MOVE "SHIP FROM:"    TO BNL-CAPTION.
           MOVE "WAREHOUSE "    TO BNL-CODE-CAPTION.
           MOVE SM-WAREHOUSE-CODE TO BNL-CODE.
           PERFORM 570-PRINT-ADDRESS-BLOCK.
           PERFORM 550-RESOLVE-SHIP-TO-ADDRESS.
           MOVE "SHIP TO:"      TO BNL-CAPTION.
           MOVE "SHIP-TO   "    TO BNL-CODE-CAPTION.
           MOVE SM-SHIP-TO-CODE TO BNL-CODE.
           PERFORM 570-PRINT-ADDRESS-BLOCK.
           MOVE SM-CARTON-COUNT TO BFL-CARTON-COUNT.
           MOVE SM-TOTAL-WEIGHT TO BFL-TOTAL-WEIGHT.
           MOVE BOL-FREIGHT-LINE TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE SM-LINE-COUNT    TO BTL-LINE-COUNT.
           MOVE SM-UNITS-SHIPPED TO BTL-UNITS-SHIPPED.
           MOVE BOL-CONTENTS-LINE TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "RECEIVED IN APPARENT GOOD ORDER THE CARTONS ABOVE."
               TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "SHIPPER" TO BGL-CAPTION.
           MOVE BOL-SIGNATURE-LINE TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "CARRIER'S DRIVER" TO BGL-CAPTION.
           MOVE BOL-SIGNATURE-LINE TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING 3 LINES.
           ADD 1 TO BILLS-OF-LADING-COUNT.
      *
       540-RESOLVE-SHIP-FROM-ADDRESS.
      *
           MOVE "N" TO LOCATION-FOUND-SWITCH.
           MOVE "N" TO LOCMAST-EOF-SWITCH.
           OPEN INPUT LOCMAST.
           IF NOT LOCMAST-SUCCESSFUL
               MOVE "Y" TO LOCMAST-EOF-SWITCH
           ELSE
               PERFORM 545-SCAN-LOCATION-RECORD
                   UNTIL LOCATION-FOUND OR LOCMAST-EOF
               CLOSE LOCMAST.
           IF LOCATION-FOUND
               MOVE LM-LOCATION-NAME    TO SHIP-TO-NAME
               MOVE LM-LOCATION-ADDRESS TO SHIP-TO-ADDRESS
           ELSE
               MOVE "*WAREHOUSE NOT ON FILE*" TO SHIP-TO-NAME
               MOVE SPACE TO SHIP-TO-ADDRESS.
      *
       545-SCAN-LOCATION-RECORD.
      *
           MOVE SPACE TO LOCATION-MASTER-RECORD.
           READ LOCMAST
               AT END
                   MOVE "Y" TO LOCMAST-EOF-SWITCH
               NOT AT END
                   IF LM-LOCATION-CODE = SM-WAREHOUSE-CODE
                       MOVE "Y" TO LOCATION-FOUND-SWITCH
                   END-IF
           END-READ.
      *
       550-RESOLVE-SHIP-TO-ADDRESS.
      *
      *    THE SAME RULE THE PICK LIST USES: A SHIP-TO CODE PRINTS
      *    THAT DESTINATION; A SPACE CODE MEANS THE BILLING NAME
      *    AND ADDRESS. A CODE THE FILE CANNOT RESOLVE IS FLAGGED
      *    SO THE DOCK HOLDS THE FREIGHT INSTEAD OF GUESSING.
      *
           IF SM-SHIP-TO-CODE = SPACE
               PERFORM 560-RESOLVE-BILLING-ADDRESS
           ELSE
               MOVE "*SHIP-TO CODE NOT ON FILE*" TO SHIP-TO-NAME
               MOVE SPACE TO SHIP-TO-ADDRESS
               OPEN INPUT SHIPTO
               IF SHIPTO-SUCCESSFUL
                   MOVE SM-CUSTOMER-NO  TO SH-CUSTOMER-NO
                   MOVE SM-SHIP-TO-CODE TO SH-SHIP-TO-CODE
                   READ SHIPTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SH-SHIP-TO-NAME    TO SHIP-TO-NAME
                           MOVE SH-SHIP-TO-ADDRESS TO SHIP-TO-ADDRESS
                   END-READ
                   CLOSE SHIPTO.
      *
       560-RESOLVE-BILLING-ADDRESS.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           OPEN INPUT CUSTMASI.
           IF CUSTMASI-SUCCESSFUL
               MOVE SM-CUSTOMER-NO TO CM-CUSTOMER-NUMBER
               READ CUSTMASI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
               END-READ
               CLOSE CUSTMASI.
           IF CUSTOMER-FOUND
               MOVE CM-CUSTOMER-NAME TO SHIP-TO-NAME
           ELSE
               MOVE "NOT ON CUSTOMER MAST" TO SHIP-TO-NAME.
           MOVE SPACE TO SHIP-TO-ADDRESS.
           OPEN INPUT CUSTXTRA.
           IF CUSTXTRA-SUCCESSFUL
               MOVE SM-CUSTOMER-NO TO CX-CUSTOMER-NO
               READ CUSTXTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CX-CUSTOMER-ADDRESS TO SHIP-TO-ADDRESS
               END-READ
               CLOSE CUSTXTRA.
      *
       570-PRINT-ADDRESS-BLOCK.
      *
           MOVE SHIP-TO-NAME     TO BNL-NAME.
           MOVE BOL-NAME-LINE    TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SHIP-TO-STREET   TO BSL-STREET-ADDRESS.
           MOVE BOL-STREET-LINE  TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SHIP-TO-CITY     TO BCL-CITY.
           MOVE SHIP-TO-STATE    TO BCL-STATE.
           MOVE SHIP-TO-ZIP-CODE TO BCL-ZIP-CODE.
           MOVE BOL-CITY-LINE    TO BOL-PRINT-AREA.
           WRITE BOL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       590-SAVE-BOL-NUMBER.
      *
           OPEN OUTPUT BOLCTL.
           MOVE NEXT-BOL-NO TO BC-LAST-BOL-NO.
           WRITE BOL-CONTROL-RECORD.
           CLOSE BOLCTL.
