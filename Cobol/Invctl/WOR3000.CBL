       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. WOR3000.
      *
      *    WORK-IN-PROCESS VALUATION. EVERY WORK ORDER STILL ON THE
      *    FLOOR -- RELEASED, IN PROGRESS, OR COMPLETE BUT NOT YET
      *    CLOSED -- IS LISTED COMPONENT BY COMPONENT. WHAT IS
      *    STAGED AND NOT YET CONSUMED OR SCRAPPED IS THE WORK IN
      *    PROCESS, VALUED AT COMPONENT FIFO COST: THE OLDEST COST
      *    LAYERS STILL OPEN, TAKEN IN WORK-ORDER NUMBER ORDER SO
      *    TWO WORK ORDERS HOLDING THE SAME COMPONENT ARE NOT BOTH
      *    PRICED FROM THE SAME LAYER. A QUANTITY THE LAYERS DO NOT
      *    COVER IS PRICED AT THE MASTER UNIT COST AND FLAGGED.
      *    THE FIFO COST ALREADY CONSUMED INTO FINISHED PARENTS AND
      *    WRITTEN OFF AS SCRAP IS SHOWN ALONGSIDE FOR EACH LINE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT WOFILE   ASSIGN TO "c:\cobol\data\wofile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS WO-WORK-ORDER-NO
                           FILE STATUS IS WOFILE-FILE-STATUS.
           SELECT WOCOMP   ASSIGN TO "c:\cobol\data\wocomp.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS WM-COMPONENT-KEY
                           FILE STATUS IS WOCOMP-FILE-STATUS.
           SELECT CSTLAYER ASSIGN TO "c:\cobol\data\cstlayer.dat"
                           FILE STATUS IS CSTLAYER-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT WIPRPT   ASSIGN TO "c:\cobol\data\wor3rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  WOFILE.
      *
       COPY "Wofile.cpy".
      *
       FD  WOCOMP.
      *
       COPY "Wocomp.cpy".
      *
       FD  CSTLAYER.
      *
       COPY "Cstlayer.cpy".
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
       FD  WIPRPT.
       01  WIP-PRINT-AREA          PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  WOFILE-EOF-SWITCH           PIC X   VALUE "N".
               88  WOFILE-EOF                      VALUE "Y".
           05  CSTLAYER-EOF-SWITCH         PIC X   VALUE "N".
               88  CSTLAYER-EOF                    VALUE "Y".
           05  END-OF-COMPONENTS-SWITCH    PIC X   VALUE "N".
               88  END-OF-COMPONENTS               VALUE "Y".
           05  UNCOVERED-SWITCH            PIC X   VALUE "N".
               88  ANY-UNCOVERED                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  WOFILE-FILE-STATUS      PIC XX.
               88  WOFILE-SUCCESSFUL           VALUE "00".
           05  WOCOMP-FILE-STATUS      PIC XX.
               88  WOCOMP-SUCCESSFUL           VALUE "00".
           05  CSTLAYER-FILE-STATUS    PIC XX.
               88  CSTLAYER-SUCCESSFUL         VALUE "00".
      *
       01  VALUATION-WORK-FIELDS.
           05  FLOOR-QTY               PIC S9(7).
           05  QUANTITY-TO-VALUE       PIC S9(7).
           05  LAYER-TAKE-QTY          PIC S9(7).
           05  FLOOR-VALUE             PIC S9(9)V99.
           05  ORDER-FLOOR-VALUE       PIC S9(9)V99  VALUE ZERO.
           05  ORDER-CONSUMED-COST     PIC S9(9)V99  VALUE ZERO.
           05  ORDER-SCRAPPED-COST     PIC S9(9)V99  VALUE ZERO.
           05  GRAND-FLOOR-VALUE       PIC S9(11)V99 VALUE ZERO.
           05  GRAND-CONSUMED-COST     PIC S9(11)V99 VALUE ZERO.
           05  GRAND-SCRAPPED-COST     PIC S9(11)V99 VALUE ZERO.
           05  WORK-ORDERS-LISTED      PIC S9(5)   COMP  VALUE ZERO.
           05  LAYERS-NOT-TABLED       PIC S9(5)   COMP  VALUE ZERO.
      *
       01  LAYER-TABLE.
           05  LAYER-COUNT             PIC S9(4)   COMP  VALUE ZERO.
           05  LAYER-ENTRY                 OCCURS 1000 TIMES
                                           INDEXED BY LAYER-INDEX.
               10  LY-ITEM-NO              PIC X(5).
               10  LY-QUANTITY-LEFT        PIC S9(5).
               10  LY-UNIT-COST            PIC S9(3)V99.
      *
       01  WIP-HEADING-LINE-1.
           05  FILLER                  PIC X(50) VALUE
               "WOR3000  WORK-IN-PROCESS AT COMPONENT FIFO COST".
      *
       01  WIP-HEADING-LINE-2.
           05  FILLER                  PIC X(9)  VALUE "COMPONENT".
           05  FILLER                  PIC X(10) VALUE "    STAGED".
           05  FILLER                  PIC X(11) VALUE "   CONSUMED".
           05  FILLER                  PIC X(11) VALUE "   SCRAPPED".
           05  FILLER                  PIC X(11) VALUE "   ON FLOOR".
           05  FILLER                  PIC X(17) VALUE
               "       IN-PROCESS".
           05  FILLER                  PIC X(16) VALUE
               "        CONSUMED".
           05  FILLER                  PIC X(15) VALUE
               "       SCRAPPED".
      *
       01  WIP-ORDER-LINE.
           05  FILLER                  PIC X(11) VALUE "WORK ORDER ".
           05  WOL-WORK-ORDER-NO       PIC 9(6).
           05  FILLER                  PIC X(9)  VALUE "  PARENT ".
           05  WOL-PARENT-ITEM-NO      PIC X(5).
           05  FILLER                  PIC X(8)  VALUE "  BUILD ".
           05  WOL-ORDER-QTY           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)  VALUE "  DONE ".
           05  WOL-COMPLETED-QTY       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(9)  VALUE "  STATUS ".
           05  WOL-STATUS              PIC X.
           05  FILLER                  PIC X(6)  VALUE "  DUE ".
           05  WOL-DUE-DATE            PIC 9(4)/99/99.
      *
       01  WIP-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  WDL-COMPONENT-ITEM-NO   PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  WDL-STAGED-QTY          PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WDL-CONSUMED-QTY        PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WDL-SCRAPPED-QTY        PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WDL-FLOOR-QTY           PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  WDL-FLOOR-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  WDL-UNCOVERED-FLAG      PIC X.
           05  WDL-CONSUMED-COST       PIC ZZZ,ZZZ,ZZ9.99-.
           05  WDL-SCRAPPED-COST       PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  WIP-ORDER-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(42)
               VALUE "WORK ORDER TOTAL".
           05  FILLER                  PIC X(10) VALUE SPACE.
           05  WTL-FLOOR-VALUE         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WTL-CONSUMED-COST       PIC ZZZ,ZZZ,ZZ9.99-.
           05  WTL-SCRAPPED-COST       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE " *".
      *
       01  WIP-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "REPORT TOTAL".
           05  WGL-ORDER-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15) VALUE " WORK ORDERS".
           05  FILLER                  PIC X(17) VALUE SPACE.
           05  WGL-FLOOR-VALUE         PIC ZZZZ,ZZZ,ZZ9.99-.
           05  WGL-CONSUMED-COST       PIC ZZZZ,ZZZ,ZZ9.99-.
           05  WGL-SCRAPPED-COST       PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  WIP-UNCOVERED-NOTE-LINE.
           05  FILLER                  PIC X(60) VALUE
               "# PART OF THE QUANTITY IS PRICED AT MASTER UNIT COST".
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-WORK-IN-PROCESS.
      *
           DISPLAY "WOR3000 WORK-IN-PROCESS VALUATION".
           OPEN INPUT WOFILE.
           IF NOT WOFILE-SUCCESSFUL
               DISPLAY "WOR3000 NO WORK ORDERS ON FILE -- STATUS "
                   WOFILE-FILE-STATUS
               STOP RUN.
           OPEN INPUT WOCOMP
                      INVMAST.
           OPEN OUTPUT WIPRPT.
           PERFORM 100-LOAD-COST-LAYERS.
           MOVE WIP-HEADING-LINE-1 TO WIP-PRINT-AREA.
           WRITE WIP-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE WIP-HEADING-LINE-2 TO WIP-PRINT-AREA.
           WRITE WIP-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 200-REPORT-NEXT-WORK-ORDER
               UNTIL WOFILE-EOF.
           PERFORM 500-PRINT-GRAND-TOTAL.
           CLOSE WOFILE
                 WOCOMP
                 INVMAST
                 WIPRPT.
           DISPLAY "WOR3000 WORK ORDERS LISTED " WORK-ORDERS-LISTED.
           STOP RUN.
      *
       100-LOAD-COST-LAYERS.
      *
      *    THE LAYER FILE IS IN RECEIPT ORDER, THE ORDER CST1000
      *    RELIEVES IT IN, SO THE TABLE IS TOO.
      *
           OPEN INPUT CSTLAYER.
           IF NOT CSTLAYER-SUCCESSFUL
               DISPLAY "WOR3000 NO COST LAYER FILE ON HAND -- "
                   "MASTER COSTS USED"
               MOVE "Y" TO CSTLAYER-EOF-SWITCH
           ELSE
               PERFORM 110-LOAD-NEXT-LAYER
                   UNTIL CSTLAYER-EOF
               CLOSE CSTLAYER.
           IF LAYERS-NOT-TABLED > ZERO
               DISPLAY "WOR3000 LAYER TABLE FULL -- "
                   LAYERS-NOT-TABLED " LAYERS NOT USED".
      *
       110-LOAD-NEXT-LAYER.
      *
           READ CSTLAYER
               AT END
                   MOVE "Y" TO CSTLAYER-EOF-SWITCH
               NOT AT END
                   IF CL-LAYER-QUANTITY > ZERO
                       IF LAYER-COUNT < 1000
                           ADD 1 TO LAYER-COUNT
                           SET LAYER-INDEX TO LAYER-COUNT
                           MOVE CL-ITEM-NO
                               TO LY-ITEM-NO (LAYER-INDEX)
                           MOVE CL-LAYER-QUANTITY
                               TO LY-QUANTITY-LEFT (LAYER-INDEX)
                           MOVE CL-UNIT-COST
                               TO LY-UNIT-COST (LAYER-INDEX)
                       ELSE
                           ADD 1 TO LAYERS-NOT-TABLED
                       END-IF
                   END-IF
           END-READ.
      *
       200-REPORT-NEXT-WORK-ORDER.
      *
           READ WOFILE NEXT RECORD
               AT END
                   MOVE "Y" TO WOFILE-EOF-SWITCH
               NOT AT END
                   IF WO-ON-THE-FLOOR
                       PERFORM 300-REPORT-WORK-ORDER
                   END-IF
           END-READ.
      *
       300-REPORT-WORK-ORDER.
      *
           MOVE WO-WORK-ORDER-NO  TO WOL-WORK-ORDER-NO.
           MOVE WO-PARENT-ITEM-NO TO WOL-PARENT-ITEM-NO.
           MOVE WO-ORDER-QTY      TO WOL-ORDER-QTY.
           MOVE WO-COMPLETED-QTY  TO WOL-COMPLETED-QTY.
           MOVE WO-STATUS         TO WOL-STATUS.
           MOVE WO-DUE-DATE       TO WOL-DUE-DATE.
           MOVE WIP-ORDER-LINE TO WIP-PRINT-AREA.
           WRITE WIP-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO ORDER-FLOOR-VALUE
                        ORDER-CONSUMED-COST
                        ORDER-SCRAPPED-COST.
           MOVE "N" TO END-OF-COMPONENTS-SWITCH.
           MOVE WO-WORK-ORDER-NO TO WM-WORK-ORDER-NO.
           MOVE LOW-VALUE        TO WM-COMPONENT-ITEM-NO.
           START WOCOMP KEY NOT < WM-COMPONENT-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-COMPONENTS-SWITCH.
           PERFORM 310-REPORT-NEXT-COMPONENT
               UNTIL END-OF-COMPONENTS.
           PERFORM 400-PRINT-ORDER-TOTAL.
      *
       310-REPORT-NEXT-COMPONENT.
      *
           READ WOCOMP NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-COMPONENTS-SWITCH
               NOT AT END
                   IF WM-WORK-ORDER-NO NOT = WO-WORK-ORDER-NO
                       MOVE "Y" TO END-OF-COMPONENTS-SWITCH
                   ELSE
                       PERFORM 320-PRINT-COMPONENT-LINE
                   END-IF
           END-READ.
      *
       320-PRINT-COMPONENT-LINE.
      *
           COMPUTE FLOOR-QTY = WM-STAGED-QTY - WM-CONSUMED-QTY
               - WM-SCRAPPED-QTY.
           IF FLOOR-QTY < ZERO
               MOVE ZERO TO FLOOR-QTY.
           MOVE ZERO TO FLOOR-VALUE.
           MOVE SPACE TO WDL-UNCOVERED-FLAG.
           MOVE FLOOR-QTY TO QUANTITY-TO-VALUE.
           PERFORM 330-VALUE-FROM-LAYER
               VARYING LAYER-INDEX FROM 1 BY 1
               UNTIL LAYER-INDEX > LAYER-COUNT
                  OR QUANTITY-TO-VALUE NOT > ZERO.
           IF QUANTITY-TO-VALUE > ZERO
               PERFORM 340-VALUE-AT-MASTER-COST.
           MOVE WM-COMPONENT-ITEM-NO TO WDL-COMPONENT-ITEM-NO.
           MOVE WM-STAGED-QTY        TO WDL-STAGED-QTY.
           MOVE WM-CONSUMED-QTY      TO WDL-CONSUMED-QTY.
           MOVE WM-SCRAPPED-QTY      TO WDL-SCRAPPED-QTY.
           MOVE FLOOR-QTY            TO WDL-FLOOR-QTY.
           MOVE FLOOR-VALUE          TO WDL-FLOOR-VALUE.
           MOVE WM-CONSUMED-COST     TO WDL-CONSUMED-COST.
           MOVE WM-SCRAPPED-COST     TO WDL-SCRAPPED-COST.
           MOVE WIP-DETAIL-LINE TO WIP-PRINT-AREA.
           WRITE WIP-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD FLOOR-VALUE      TO ORDER-FLOOR-VALUE.
           ADD WM-CONSUMED-COST TO ORDER-CONSUMED-COST.
           ADD WM-SCRAPPED-COST TO ORDER-SCRAPPED-COST.
      *
       330-VALUE-FROM-LAYER.
      *
      *    A LAYER PRICED HERE IS DRAWN DOWN IN THE TABLE SO THE
      *    NEXT WORK ORDER HOLDING THE SAME COMPONENT STARTS ON THE
      *    NEXT LAYER, AS THE RELIEF WILL WHEN IT IS CONSUMED.
      *
           IF LY-ITEM-NO (LAYER-INDEX) = WM-COMPONENT-ITEM-NO
             AND LY-QUANTITY-LEFT (LAYER-INDEX) > ZERO
               IF LY-QUANTITY-LEFT (LAYER-INDEX) > QUANTITY-TO-VALUE
                   MOVE QUANTITY-TO-VALUE TO LAYER-TAKE-QTY
               ELSE
                   MOVE LY-QUANTITY-LEFT (LAYER-INDEX)
                       TO LAYER-TAKE-QTY
               END-IF
               SUBTRACT LAYER-TAKE-QTY
                   FROM LY-QUANTITY-LEFT (LAYER-INDEX)
               SUBTRACT LAYER-TAKE-QTY FROM QUANTITY-TO-VALUE
               COMPUTE FLOOR-VALUE ROUNDED = FLOOR-VALUE
                   + (LAYER-TAKE-QTY * LY-UNIT-COST (LAYER-INDEX)).
      *
       340-VALUE-AT-MASTER-COST.
      *
           MOVE WM-COMPONENT-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   MOVE ZERO TO IM-UNIT-COST.
           COMPUTE FLOOR-VALUE ROUNDED = FLOOR-VALUE
               + (QUANTITY-TO-VALUE * IM-UNIT-COST).
           MOVE "#" TO WDL-UNCOVERED-FLAG.
           MOVE "Y" TO UNCOVERED-SWITCH.
      *
       400-PRINT-ORDER-TOTAL.
      *
           MOVE ORDER-FLOOR-VALUE   TO WTL-FLOOR-VALUE.
           MOVE ORDER-CONSUMED-COST TO WTL-CONSUMED-COST.
           MOVE ORDER-SCRAPPED-COST TO WTL-SCRAPPED-COST.
           MOVE WIP-ORDER-TOTAL-LINE TO WIP-PRINT-AREA.
           WRITE WIP-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD ORDER-FLOOR-VALUE   TO GRAND-FLOOR-VALUE.
           ADD ORDER-CONSUMED-COST TO GRAND-CONSUMED-COST.
           ADD ORDER-SCRAPPED-COST TO GRAND-SCRAPPED-COST.
           ADD 1 TO WORK-ORDERS-LISTED.
      *
       500-PRINT-GRAND-TOTAL.
      *
           MOVE WORK-ORDERS-LISTED  TO WGL-ORDER-COUNT.
           MOVE GRAND-FLOOR-VALUE   TO WGL-FLOOR-VALUE.
           MOVE GRAND-CONSUMED-COST TO WGL-CONSUMED-COST.
           MOVE GRAND-SCRAPPED-COST TO WGL-SCRAPPED-COST.
           MOVE WIP-GRAND-TOTAL-LINE TO WIP-PRINT-AREA.
           WRITE WIP-PRINT-AREA AFTER ADVANCING 3 LINES.
           IF ANY-UNCOVERED
               MOVE WIP-UNCOVERED-NOTE-LINE TO WIP-PRINT-AREA
               WRITE WIP-PRINT-AREA AFTER ADVANCING 2 LINES.
