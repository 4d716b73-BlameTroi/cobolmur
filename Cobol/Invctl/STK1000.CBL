                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT STKRPT   ASSIGN TO "c:\cobol\data\stk1rpt.prn".
           SELECT STKPROJ  ASSIGN TO "c:\cobol\data\stkproj.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
      *
      *
       FD  STKRPT.
       01  STK-PRINT-AREA          PIC X(90).
      *
       FD  STKPROJ.
      *
       COPY "Stkproj.cpy".
      *
       WORKING-STORAGE SECTION.
      *
           05  MONTHLY-DEMAND-RATE     PIC S9(5)V99.
           05  AVAILABLE-QUANTITY      PIC S9(7).
           05  MONTHS-OF-SUPPLY        PIC S9(3)V9.
           05  DAYS-OF-SUPPLY          PIC S9(5).
           05  RUN-DAY-COUNT           PIC S9(7).
           05  PROJECTED-DATE          PIC 9(8).
           05  PROJECTED-DATE-PARTS    REDEFINES PROJECTED-DATE.
               10  STOCKOUT-YEAR       PIC 9(4).
               10  STOCKOUT-MONTH      PIC 9(2).
               10  STOCKOUT-DAY        PIC 9(2).
      *
       COPY "Dtereq.cpy".
      *
       01  REPORT-COUNT-FIELDS.
           05  ITEMS-REPORTED-COUNT    PIC 9(5)    VALUE ZERO.
           05  PRINT-LINES-ON-PAGE     PIC S9(3)   VALUE +55.
      *
       01  CURRENT-DATE-AND-TIME.
           05  CD-DATE.
               10  CD-YEAR     PIC 9999.
               10  CD-MONTH    PIC 99.
               10  CD-DAY      PIC 99.
           05  FILLER          PIC X(13).
      *
       01  STK-HEADING-LINE-1.
           05  FILLER                  PIC X(15) VALUE SPACE.
       000-PRODUCE-STOCK-STATUS-REPORT.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           MOVE DC-DAY-COUNT TO RUN-DAY-COUNT.
           PERFORM 100-LOAD-DEMAND-HISTORY.
           OPEN INPUT  INVMAST.
           OPEN OUTPUT STKRPT
                       STKPROJ.
           PERFORM 200-READ-NEXT-INVENTORY-ITEM.
           PERFORM 300-REPORT-STOCK-STATUS
               UNTIL INVMAST-EOF.
           MOVE STK-TOTAL-LINE TO STK-PRINT-AREA.
           WRITE STK-PRINT-AREA AFTER ADVANCING 2 LINES.
           CLOSE INVMAST
                 STKRPT
                 STKPROJ.
           STOP RUN.
      *
       100-LOAD-DEMAND-HISTORY.
           IF PRINT-LINE-COUNT > PRINT-LINES-ON-PAGE
               PERFORM 310-PRINT-REPORT-HEADING.
           PERFORM 320-COMPUTE-STOCK-STATUS.
           WRITE STOCK-PROJECTION-RECORD.
           MOVE STK-DETAIL-LINE TO STK-PRINT-AREA.
           WRITE STK-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO PRINT-LINE-COUNT.
           MOVE IM-ITEM-DESC (1:20) TO SDL-ITEM-DESC.
           MOVE IM-ON-HAND          TO SDL-ON-HAND.
           MOVE IM-ON-ORDER         TO SDL-ON-ORDER.
           MOVE IM-ITEM-NO          TO SP-ITEM-NO.
           MOVE CD-DATE             TO SP-PROJECTION-DATE.
           MOVE IM-ON-HAND          TO SP-ON-HAND.
           MOVE IM-ON-ORDER         TO SP-ON-ORDER.
           MOVE ZERO                TO SP-STOCKOUT-DATE.
           MOVE ZERO                TO SP-ON-HAND-OUT-DATE.
           PERFORM 330-LOOKUP-DEMAND-RATE.
           MOVE MONTHLY-DEMAND-RATE TO SP-MONTHLY-DEMAND.
           IF MONTHLY-DEMAND-RATE > ZERO
               MOVE MONTHLY-DEMAND-RATE TO SDL-MONTHLY-DEMAND
               COMPUTE AVAILABLE-QUANTITY =
      *
       340-PROJECT-STOCKOUT-DATE.
      *
      *    THE SUPPLY IS CONVERTED TO CALENDAR DAYS AT THE AVERAGE
      *    MONTH OF 365/12 DAYS AND CARRIED FORWARD FROM TODAY, SO
      *    THE PROJECTION FILE HAS A REAL DATE FOR THE EXPEDITING
      *    REPORT TO MEASURE PROMISE DATES AGAINST. THE ON-HAND OUT
      *    DATE IS THE SAME ARITHMETIC WITHOUT THE ON-ORDER UNITS.
      *
           PERFORM 350-CONVERT-SUPPLY-TO-DATE.
           MOVE PROJECTED-DATE TO SP-STOCKOUT-DATE.
           MOVE STOCKOUT-YEAR  TO SDL-STOCKOUT-YEAR.
           MOVE STOCKOUT-MONTH TO SDL-STOCKOUT-MONTH.
           MOVE IM-ON-HAND TO AVAILABLE-QUANTITY.
           IF AVAILABLE-QUANTITY < ZERO
               MOVE ZERO TO AVAILABLE-QUANTITY.
           PERFORM 350-CONVERT-SUPPLY-TO-DATE.
           MOVE PROJECTED-DATE TO SP-ON-HAND-OUT-DATE.
      *
       350-CONVERT-SUPPLY-TO-DATE.
      *
           COMPUTE DAYS-OF-SUPPLY =
               (AVAILABLE-QUANTITY * 365) / (MONTHLY-DEMAND-RATE * 12)
               ON SIZE ERROR
                   MOVE 99999 TO DAYS-OF-SUPPLY
           END-COMPUTE.
           COMPUTE DC-DAY-COUNT = RUN-DAY-COUNT + DAYS-OF-SUPPLY.
           SET DAYS-TO-DATE TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               MOVE DC-DATE-1 TO PROJECTED-DATE
           ELSE
               MOVE 99991231 TO PROJECTED-DATE.
