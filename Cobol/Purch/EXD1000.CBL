       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. EXD1000.
      *
      *    PURCHASE-ORDER EXPEDITING LIST. EVERY OPEN OR PARTIALLY
      *    RECEIVED ORDER LINE IS SET AGAINST THE DAY ITS ITEM RUNS
      *    OFF THE SHELF, AS PROJECTED BY THE LAST STK1000 RUN. A
      *    LINE IS FLAGGED WHEN ITS PROMISE DATE FALLS AFTER THAT
      *    DAY OR HAS ALREADY PASSED. FLAGGED LINES PRINT FIRST,
      *    WORST FIRST: BY THE BUSINESS DAYS WE WOULD BE OUT OF
      *    STOCK BEFORE THE ORDER ARRIVES, THEN BY THE CUSTOMER
      *    BACKORDERS WAITING ON THE ITEM. THE VENDOR'S PHONE IS ON
      *    EVERY LINE FOR THE BUYER'S CALLS. LINES STILL AHEAD OF
      *    THEIR STOCKOUT FOLLOW WITH THE BUSINESS DAYS TO SPARE
      *    SHOWN NEGATIVE, AND ITEMS WITH NO DEMAND HISTORY LAST.
      *    DROP-SHIP ORDERS GO STRAIGHT TO THE CUSTOMER, NEVER INTO
      *    STOCK, AND ARE LEFT OFF.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PORDFILE ASSIGN TO "c:\cobol\data\pordfile.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STKPROJ  ASSIGN TO "c:\cobol\data\stkproj.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STKPROJ-FILE-STATUS.
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk15.dat".
           SELECT EXDRPT   ASSIGN TO "c:\cobol\data\exd1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  STKPROJ.
      *
       COPY "Stkproj.cpy".
      *
       FD  ORDFILE.
      *
       COPY "Ordfile.cpy".
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-RANK-GROUP           PIC 9.
               88  SW-FLAGGED                  VALUE 1.
               88  SW-ON-SCHEDULE              VALUE 2.
               88  SW-NO-DEMAND                VALUE 3.
           05  SW-EXPOSURE-DAYS        PIC S9(5).
           05  SW-BACKORDER-QTY        PIC S9(7).
           05  SW-PROMISE-DATE         PIC 9(8).
           05  SW-PO-NUMBER            PIC 9(6).
           05  SW-PO-LINE-NO           PIC 9(2).
           05  SW-VENDOR-NO            PIC X(5).
           05  SW-ITEM-NO              PIC X(5).
           05  SW-OPEN-QTY             PIC S9(5).
           05  SW-STOCKOUT-DATE        PIC 9(8).
           05  SW-FLAG-TEXT            PIC X(18).
      *
       FD  EXDRPT.
      *
       01  PRINT-AREA                  PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  PORDFILE-EOF-SWITCH         PIC X   VALUE "N".
               88  PORDFILE-EOF                    VALUE "Y".
           05  STKPROJ-EOF-SWITCH          PIC X   VALUE "N".
               88  STKPROJ-EOF                     VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  PROMISE-PASSED-SWITCH       PIC X   VALUE "N".
               88  PROMISE-PASSED                  VALUE "Y".
           05  LAST-GROUP                  PIC 9   VALUE ZERO.
      *
       01  FILE-STATUS-FIELDS.
           05  STKPROJ-FILE-STATUS     PIC XX.
               88  STKPROJ-SUCCESSFUL          VALUE "00".
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
      *
      *    THE ON-HAND OUT DATE FOR EVERY ITEM WITH DEMAND, FROM
      *    THE PROJECTION FILE STK1000 LEAVES BEHIND.
      *
       01  STOCKOUT-TABLE.
           05  STOCKOUT-COUNT          PIC S9(3)   COMP  VALUE ZERO.
           05  STOCKOUT-ENTRY          OCCURS 500 TIMES
                                       INDEXED BY SO-INDEX.
               10  SO-ITEM-NO          PIC X(5).
               10  SO-OUT-DATE         PIC 9(8).
      *
      *    UNITS ON CUSTOMER BACKORDER FOR EACH ITEM.
      *
       01  BACKORDER-TABLE.
           05  BACKORDER-COUNT         PIC S9(3)   COMP  VALUE ZERO.
           05  BACKORDER-ENTRY         OCCURS 500 TIMES
                                       INDEXED BY BO-INDEX.
               10  BO-ITEM-NO          PIC X(5).
               10  BO-QUANTITY         PIC S9(7).
      *
       01  EXPEDITE-WORK-FIELDS.
           05  PROJECTION-DATE         PIC 9(8)    VALUE ZERO.
           05  ARRIVAL-DATE            PIC 9(8).
           05  BACKORDER-QTY           PIC S9(7).
      *
       01  COUNT-FIELDS.
           05  LINES-LISTED            PIC S9(5)   COMP  VALUE ZERO.
           05  LINES-FLAGGED           PIC S9(5)   COMP  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-LISTED-COUNT    PIC ZZ,ZZ9.
           05  DISPLAY-FLAGGED-COUNT   PIC ZZ,ZZ9.
      *
       COPY "Dtereq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "EXD1000  PURCHASE-ORDER EXPEDITING LIST".
           05  FILLER                  PIC X(6)  VALUE "AS OF ".
           05  HL1-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(25)
               VALUE "   STOCKOUTS PROJECTED ".
           05  HL1-PROJECTION-DATE     PIC 9(8).
      *
       01  HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "PO-LINE".
           05  FILLER                  PIC X(7)  VALUE "VENDOR".
           05  FILLER                  PIC X(14) VALUE "PHONE".
           05  FILLER                  PIC X(7)  VALUE "ITEM".
           05  FILLER                  PIC X(8)  VALUE "    OPEN".
           05  FILLER                  PIC X(10) VALUE "   PROMISE".
           05  FILLER                  PIC X(10) VALUE "  STOCKOUT".
           05  FILLER                  PIC X(10) VALUE "  EXPOSURE".
           05  FILLER                  PIC X(11) VALUE "  BACKORDER".
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "ACTION".
      *
       01  HEADING-LINE-3.
           05  FILLER                  PIC X(66) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "  BUS DAYS".
           05  FILLER                  PIC X(11) VALUE "      UNITS".
      *
       01  GROUP-LINE.
           05  GL-GROUP-TEXT           PIC X(60).
      *
       01  EXPEDITE-LINE.
           05  EL-PO-NUMBER            PIC 9(6).
           05  FILLER                  PIC X     VALUE "-".
           05  EL-PO-LINE-NO           PIC 9(2).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EL-VENDOR-NO            PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  EL-VENDOR-PHONE         PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  EL-ITEM-NO              PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EL-OPEN-QTY             PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  EL-PROMISE-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  EL-STOCKOUT-DATE        PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  EL-EXPOSURE-DAYS        PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EL-BACKORDER-QTY        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  EL-FLAG-TEXT            PIC X(18).
      *
       01  TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE "LINES LISTED ".
           05  TL-LISTED-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16) VALUE
               "   TO EXPEDITE ".
           05  TL-FLAGGED-COUNT        PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARE-EXPEDITING-LIST.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "EXD1000 PURCHASE-ORDER EXPEDITING LIST".
           PERFORM 100-LOAD-STOCKOUT-DATES.
           IF PROJECTION-DATE = ZERO
               DISPLAY "NO STOCK PROJECTION ON FILE -- RUN STK1000 "
                   "FIRST."
               STOP RUN.
           PERFORM 150-LOAD-BACKORDERS.
           OPEN INPUT VENDMAST.
           OPEN OUTPUT EXDRPT.
           MOVE RUN-DATE        TO HL1-RUN-DATE.
           MOVE PROJECTION-DATE TO HL1-PROJECTION-DATE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           SORT SORTWORK
               ON ASCENDING  KEY SW-RANK-GROUP
               ON DESCENDING KEY SW-EXPOSURE-DAYS
                                 SW-BACKORDER-QTY
               ON ASCENDING  KEY SW-PROMISE-DATE
                                 SW-PO-NUMBER
                                 SW-PO-LINE-NO
               INPUT PROCEDURE IS 200-RELEASE-OPEN-ORDERS
               OUTPUT PROCEDURE IS 300-PRINT-EXPEDITE-LINES.
           MOVE LINES-LISTED  TO TL-LISTED-COUNT.
           MOVE LINES-FLAGGED TO TL-FLAGGED-COUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           CLOSE VENDMAST
                 EXDRPT.
           MOVE LINES-LISTED  TO DISPLAY-LISTED-COUNT.
           MOVE LINES-FLAGGED TO DISPLAY-FLAGGED-COUNT.
           DISPLAY "EXD1000 " DISPLAY-LISTED-COUNT " LINES LISTED, "
               DISPLAY-FLAGGED-COUNT " TO EXPEDITE.".
           STOP RUN.
      *
       100-LOAD-STOCKOUT-DATES.
      *
           OPEN INPUT STKPROJ.
           IF STKPROJ-SUCCESSFUL
               PERFORM 110-LOAD-NEXT-PROJECTION
                   UNTIL STKPROJ-EOF
               CLOSE STKPROJ.
      *
       110-LOAD-NEXT-PROJECTION.
      *
           READ STKPROJ
               AT END
                   MOVE "Y" TO STKPROJ-EOF-SWITCH
               NOT AT END
                   MOVE SP-PROJECTION-DATE TO PROJECTION-DATE
                   IF SP-MONTHLY-DEMAND > ZERO
                       IF STOCKOUT-COUNT < 500
                           ADD 1 TO STOCKOUT-COUNT
                           SET SO-INDEX TO STOCKOUT-COUNT
                           MOVE SP-ITEM-NO TO SO-ITEM-NO (SO-INDEX)
                           MOVE SP-ON-HAND-OUT-DATE
                               TO SO-OUT-DATE (SO-INDEX)
                       ELSE
                           DISPLAY "EXD1000 STOCKOUT TABLE FULL -- "
                               "ITEM " SP-ITEM-NO " LISTED AS NO "
                               "DEMAND"
                       END-IF
                   END-IF
           END-READ.
      *
       150-LOAD-BACKORDERS.
      *
           OPEN INPUT ORDFILE.
           IF ORDFILE-SUCCESSFUL
               PERFORM 160-LOAD-NEXT-ORDER-LINE
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
      *
       160-LOAD-NEXT-ORDER-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF ORDER-BACKORDERED
                       PERFORM 170-ADD-BACKORDER-TO-TABLE
                   END-IF
           END-READ.
      *
       170-ADD-BACKORDER-TO-TABLE.
      *
           SET BO-INDEX TO 1.
           SEARCH BACKORDER-ENTRY
               AT END
                   DISPLAY "EXD1000 BACKORDER TABLE FULL -- ITEM "
                       OR-ITEM-NO " NOT COUNTED"
               WHEN BO-INDEX > BACKORDER-COUNT
                   ADD 1 TO BACKORDER-COUNT
                   MOVE OR-ITEM-NO TO BO-ITEM-NO (BO-INDEX)
                   COMPUTE BO-QUANTITY (BO-INDEX) =
                       OR-ORDER-QUANTITY - OR-ALLOCATED-QUANTITY
               WHEN BO-ITEM-NO (BO-INDEX) = OR-ITEM-NO
                   COMPUTE BO-QUANTITY (BO-INDEX) =
                       BO-QUANTITY (BO-INDEX)
                       + OR-ORDER-QUANTITY - OR-ALLOCATED-QUANTITY
           END-SEARCH.
      *
       200-RELEASE-OPEN-ORDERS.
      *
           OPEN INPUT PORDFILE.
           PERFORM 210-RELEASE-NEXT-ORDER
               UNTIL PORDFILE-EOF.
           CLOSE PORDFILE.
      *
       210-RELEASE-NEXT-ORDER.
      *
           READ PORDFILE
               AT END
                   MOVE "Y" TO PORDFILE-EOF-SWITCH
               NOT AT END
                   IF PO-RECEIVED-QTY NOT NUMERIC
                       MOVE ZERO TO PO-RECEIVED-QTY
                   END-IF
                   IF PO-PROMISE-DATE NOT NUMERIC
                       MOVE ZERO TO PO-PROMISE-DATE
                   END-IF
                   IF PO-NUMBER NOT NUMERIC
                     OR PO-LINE-NO NOT NUMERIC
                       MOVE ZERO TO PO-NUMBER
                       MOVE ZERO TO PO-LINE-NO
                   END-IF
                   IF (PO-OPEN OR PO-PARTIAL)
                     AND NOT PO-DROP-SHIP
                       PERFORM 220-RELEASE-ONE-ORDER
                   END-IF
           END-READ.
      *
       220-RELEASE-ONE-ORDER.
      *
           MOVE PO-PROMISE-DATE TO SW-PROMISE-DATE.
           MOVE PO-NUMBER       TO SW-PO-NUMBER.
           MOVE PO-LINE-NO      TO SW-PO-LINE-NO.
           MOVE PO-VENDOR-NO    TO SW-VENDOR-NO.
           MOVE PO-ITEM-NO      TO SW-ITEM-NO.
           COMPUTE SW-OPEN-QTY = PO-ORDER-QUANTITY - PO-RECEIVED-QTY.
           PERFORM 230-LOOKUP-BACKORDERS.
           MOVE BACKORDER-QTY TO SW-BACKORDER-QTY.
           MOVE SPACE TO SW-FLAG-TEXT.
           MOVE "N" TO PROMISE-PASSED-SWITCH.
           IF PO-PROMISE-DATE < RUN-DATE
               MOVE "Y" TO PROMISE-PASSED-SWITCH.
           SET SO-INDEX TO 1.
           SEARCH STOCKOUT-ENTRY
               AT END
                   PERFORM 240-SET-NO-DEMAND
               WHEN SO-INDEX > STOCKOUT-COUNT
                   PERFORM 240-SET-NO-DEMAND
               WHEN SO-ITEM-NO (SO-INDEX) = PO-ITEM-NO
                   MOVE SO-OUT-DATE (SO-INDEX) TO SW-STOCKOUT-DATE
                   PERFORM 250-MEASURE-EXPOSURE
           END-SEARCH.
           RELEASE SORT-WORK-AREA.
      *
       230-LOOKUP-BACKORDERS.
      *
           MOVE ZERO TO BACKORDER-QTY.
           SET BO-INDEX TO 1.
           SEARCH BACKORDER-ENTRY
               WHEN BO-INDEX > BACKORDER-COUNT
                   CONTINUE
               WHEN BO-ITEM-NO (BO-INDEX) = PO-ITEM-NO
                   MOVE BO-QUANTITY (BO-INDEX) TO BACKORDER-QTY
           END-SEARCH.
      *
       240-SET-NO-DEMAND.
      *
      *    WITH NO DEMAND THERE IS NO STOCKOUT TO MEASURE AGAINST,
      *    BUT A MISSED PROMISE IS STILL WORTH A CALL.
      *
           SET SW-NO-DEMAND TO TRUE.
           MOVE ZERO TO SW-STOCKOUT-DATE.
           MOVE ZERO TO SW-EXPOSURE-DAYS.
           IF PROMISE-PASSED
               MOVE "PAST DUE" TO SW-FLAG-TEXT
           ELSE
               MOVE "NO DEMAND" TO SW-FLAG-TEXT.
      *
       250-MEASURE-EXPOSURE.
      *
      *    AN ORDER WHOSE PROMISE HAS PASSED -- OR THAT NEVER HAD
      *    ONE -- CANNOT ARRIVE BEFORE TODAY, SO ITS EXPOSURE RUNS
      *    FROM THE STOCKOUT TO TODAY AT THE LEAST. EXPOSURE IS
      *    COUNTED IN BUSINESS DAYS; WHEN THE ORDER ARRIVES FIRST
      *    THE BUSINESS DAYS TO SPARE ARE CARRIED NEGATIVE.
      *
           IF PROMISE-PASSED
               MOVE RUN-DATE TO ARRIVAL-DATE
           ELSE
               MOVE PO-PROMISE-DATE TO ARRIVAL-DATE.
           SET BUSINESS-ELAPSED TO TRUE.
           IF ARRIVAL-DATE > SW-STOCKOUT-DATE
               MOVE ARRIVAL-DATE     TO DC-DATE-1
               MOVE SW-STOCKOUT-DATE TO DC-DATE-2
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               MOVE DC-ELAPSED-DAYS TO SW-EXPOSURE-DAYS
           ELSE
               MOVE SW-STOCKOUT-DATE TO DC-DATE-1
               MOVE ARRIVAL-DATE     TO DC-DATE-2
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               COMPUTE SW-EXPOSURE-DAYS = ZERO - DC-ELAPSED-DAYS.
           IF NOT DATE-REQUEST-OK
               MOVE ZERO TO SW-EXPOSURE-DAYS.
           EVALUATE TRUE
               WHEN PO-PROMISE-DATE = ZERO
                   MOVE "NO PROMISE DATE" TO SW-FLAG-TEXT
               WHEN PROMISE-PASSED
                 AND PO-PROMISE-DATE > SW-STOCKOUT-DATE
                   MOVE "PAST DUE/STOCKOUT" TO SW-FLAG-TEXT
               WHEN PROMISE-PASSED
                   MOVE "PAST DUE" TO SW-FLAG-TEXT
               WHEN PO-PROMISE-DATE > SW-STOCKOUT-DATE
                   MOVE "AFTER STOCKOUT" TO SW-FLAG-TEXT
           END-EVALUATE.
           IF SW-FLAG-TEXT = SPACE
               SET SW-ON-SCHEDULE TO TRUE
           ELSE
               SET SW-FLAGGED TO TRUE.
      *
       300-PRINT-EXPEDITE-LINES.
      *
           PERFORM 310-RETURN-NEXT-SORT-RECORD.
           PERFORM 320-PRINT-EXPEDITE-LINE
               UNTIL SORT-EOF.
      *
       310-RETURN-NEXT-SORT-RECORD.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       320-PRINT-EXPEDITE-LINE.
      *
           IF SW-RANK-GROUP NOT = LAST-GROUP
               PERFORM 330-PRINT-GROUP-LINE.
           MOVE SW-VENDOR-NO TO VM-VENDOR-NO.
           READ VENDMAST
               INVALID KEY
                   MOVE "NOT ON FILE" TO VM-VENDOR-PHONE.
           MOVE SW-PO-NUMBER     TO EL-PO-NUMBER.
           MOVE SW-PO-LINE-NO    TO EL-PO-LINE-NO.
           MOVE SW-VENDOR-NO     TO EL-VENDOR-NO.
           MOVE VM-VENDOR-PHONE  TO EL-VENDOR-PHONE.
           MOVE SW-ITEM-NO       TO EL-ITEM-NO.
           MOVE SW-OPEN-QTY      TO EL-OPEN-QTY.
           MOVE SW-PROMISE-DATE  TO EL-PROMISE-DATE.
           MOVE SW-STOCKOUT-DATE TO EL-STOCKOUT-DATE.
           MOVE SW-EXPOSURE-DAYS TO EL-EXPOSURE-DAYS.
           MOVE SW-BACKORDER-QTY TO EL-BACKORDER-QTY.
           MOVE SW-FLAG-TEXT     TO EL-FLAG-TEXT.
           MOVE EXPEDITE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO LINES-LISTED.
           IF SW-FLAGGED
               ADD 1 TO LINES-FLAGGED.
           PERFORM 310-RETURN-NEXT-SORT-RECORD.
      *
       330-PRINT-GROUP-LINE.
      *
           MOVE SW-RANK-GROUP TO LAST-GROUP.
           EVALUATE TRUE
               WHEN SW-FLAGGED
                   MOVE "EXPEDITE -- PROMISE AFTER STOCKOUT OR PAST DUE"
                       TO GL-GROUP-TEXT
               WHEN SW-ON-SCHEDULE
                   MOVE "DUE BEFORE STOCKOUT -- BUSINESS DAYS TO SPARE"
                       TO GL-GROUP-TEXT
               WHEN SW-NO-DEMAND
                   MOVE "NO DEMAND HISTORY -- NO STOCKOUT PROJECTED"
                       TO GL-GROUP-TEXT
           END-EVALUATE.
           MOVE GROUP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
