       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. POP1000.
      *
      *    PURCHASE-ORDER PRINT. PRINTS THE ORDER DOCUMENT THAT GOES
      *    TO THE VENDOR -- ONE NAMED PO, OR EVERY PO DATED TODAY.
      *    EACH PO STARTS A NEW PAGE WITH THE VENDOR'S NAME AND
      *    ADDRESS FROM THE VENDOR MASTER, THEN ONE LINE PER ITEM
      *    WITH THE QUANTITY IN THE ITEM'S BUYING UNIT, THEN THE
      *    ORDER TOTAL. A REVISED PO PRINTS ITS REVISION NUMBER SO
      *    THE VENDOR CAN TELL IT FROM THE ORIGINAL. THE LINES OF
      *    ONE PO SIT TOGETHER IN PORDFILE, SO THE FILE IS READ IN
      *    PLACE WITH A BREAK ON THE PO NUMBER. ORDERS WRITTEN
      *    BEFORE PO NUMBERS WERE ASSIGNED ARE NEVER PRINTED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PORDFILE ASSIGN TO "c:\cobol\data\pordfile.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PORDFILE-FILE-STATUS.
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
           SELECT PARTXREF ASSIGN TO "c:\cobol\data\partxref.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PN-XREF-KEY
                           ALTERNATE RECORD KEY IS PN-ITEM-NO
                               WITH DUPLICATES
                           ALTERNATE RECORD KEY IS PN-PARTY-PART-NO
                               WITH DUPLICATES
                           FILE STATUS IS PARTXREF-FILE-STATUS.
           SELECT POPRPT   ASSIGN TO "c:\cobol\data\pop1rpt.prn".
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
       FD  PARTXREF.
      *
       COPY "Partxref.cpy".
      *
       FD  POPRPT.
      *
       01  PRINT-AREA                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  PORDFILE-EOF-SWITCH         PIC X   VALUE "N".
               88  PORDFILE-EOF                    VALUE "Y".
           05  PO-SELECTED-SWITCH          PIC X   VALUE "N".
               88  PO-SELECTED                     VALUE "Y".
           05  INVXTRA-OPEN-SWITCH         PIC X   VALUE "N".
               88  INVXTRA-OPEN                    VALUE "Y".
           05  PARTXREF-ON-FILE-SWITCH     PIC X   VALUE "N".
               88  PARTXREF-ON-FILE                VALUE "Y".
           05  PARTXREF-EOF-SWITCH         PIC X   VALUE "N".
               88  PARTXREF-EOF                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  PORDFILE-FILE-STATUS    PIC XX.
               88  PORDFILE-SUCCESSFUL         VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  PARTXREF-FILE-STATUS    PIC XX.
               88  PARTXREF-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-PO-NUMBER         PIC 9(6).
      *
       01  PRINT-WORK-FIELDS.
           05  PREVIOUS-PO-NUMBER      PIC 9(6)    VALUE ZERO.
           05  LINE-EXTENSION          PIC S9(7)V99.
           05  ORDER-TOTAL             PIC S9(7)V99.
           05  ORDERS-PRINTED          PIC S9(5)   COMP  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-ORDER-COUNT     PIC ZZ,ZZ9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  PO-HEADING-LINE.
           05  FILLER                  PIC X(20) VALUE
               "PURCHASE ORDER  NO.".
           05  PHL-PO-NUMBER           PIC 9(6).
           05  FILLER                  PIC X(11) VALUE
               "    DATED ".
           05  PHL-ORDER-DATE          PIC 9(8).
           05  PHL-REVISION-CAPTION    PIC X(14).
           05  PHL-REVISION-NO         PIC Z9.
      *
       01  PO-NAME-LINE.
           05  FILLER                  PIC X(12) VALUE "VENDOR:".
           05  PNL-NAME                PIC X(30).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "VENDOR NO.".
           05  PNL-VENDOR-NO           PIC X(5).
      *
       01  PO-STREET-LINE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  PSL-STREET-ADDRESS      PIC X(25).
      *
       01  PO-CITY-LINE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  PCL-CITY                PIC X(15).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PCL-STATE               PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PCL-ZIP-CODE            PIC X(10).
      *
       01  PO-BLANKET-LINE.
           05  FILLER                  PIC X(34) VALUE
               "RELEASE AGAINST BLANKET ORDER NO.".
           05  PBL-BLANKET-NO          PIC 9(6).
      *
       01  COLUMN-HEADING-1.
           05  FILLER                  PIC X(11) VALUE "LN  ITEM".
           05  FILLER                  PIC X(39) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(9)  VALUE "QUANTITY".
           05  FILLER                  PIC X(7)  VALUE " UNIT".
           05  FILLER                  PIC X(6)  VALUE "  COST".
           05  FILLER                  PIC X(14) VALUE
               "     EXTENSION".
           05  FILLER                  PIC X(10) VALUE "  DUE".
      *
       01  ORDER-LINE.
           05  OL-LINE-NO              PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OL-ITEM-NO              PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OL-ITEM-DESC            PIC X(40).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OL-ORDER-QUANTITY       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OL-UOM                  PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  OL-UNIT-COST            PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OL-EXTENSION            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OL-PROMISE-DATE         PIC X(8).
      *
       01  VENDOR-PART-LINE.
           05  FILLER                  PIC X(11) VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "YOUR PART NO ".
           05  VPL-PART-NO             PIC X(20).
      *
       01  ORDER-TOTAL-LINE.
           05  FILLER                  PIC X(60) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE
               "ORDER TOTAL".
           05  OTL-ORDER-TOTAL         PIC Z,ZZZ,ZZ9.99.
      *
       01  AUTHORIZATION-LINE.
           05  FILLER                  PIC X(24) VALUE
               "AUTHORIZED BY".
           05  FILLER                  PIC X(30) VALUE ALL "_".
           05  FILLER                  PIC X(8)  VALUE "  DATE ".
           05  FILLER                  PIC X(10) VALUE ALL "_".
      *
       PROCEDURE DIVISION.
      *
       000-PRINT-PURCHASE-ORDERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "POP1000 PURCHASE-ORDER PRINT".
           DISPLAY "ENTER PO NUMBER, OR 0 FOR ALL POS DATED TODAY.".
           ACCEPT ENTRY-PO-NUMBER.
           OPEN INPUT PORDFILE.
           IF NOT PORDFILE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PORDFILE -- STATUS "
                   PORDFILE-FILE-STATUS
               STOP RUN.
           OPEN INPUT VENDMAST.
           IF NOT VENDMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENDMAST -- STATUS "
                   VENDMAST-FILE-STATUS
               CLOSE PORDFILE
               STOP RUN.
           OPEN INPUT INVMAST.
           OPEN INPUT INVXTRA.
           IF INVXTRA-SUCCESSFUL
               MOVE "Y" TO INVXTRA-OPEN-SWITCH.
           OPEN INPUT PARTXREF.
           IF PARTXREF-SUCCESSFUL
               MOVE "Y" TO PARTXREF-ON-FILE-SWITCH.
           OPEN OUTPUT POPRPT.
           PERFORM 100-READ-PURCHASE-ORDER.
           PERFORM 200-PRINT-PURCHASE-ORDER-LINE
               UNTIL PORDFILE-EOF.
           IF PREVIOUS-PO-NUMBER > ZERO
               PERFORM 500-PRINT-ORDER-TOTAL.
           CLOSE PORDFILE
                 VENDMAST
                 INVMAST
                 POPRPT.
           IF INVXTRA-OPEN
               CLOSE INVXTRA.
           IF PARTXREF-ON-FILE
               CLOSE PARTXREF.
           IF ORDERS-PRINTED = ZERO
               IF ENTRY-PO-NUMBER > ZERO
                   DISPLAY "PO " ENTRY-PO-NUMBER " NOT ON FILE."
               ELSE
                   DISPLAY "NO PURCHASE ORDERS DATED TODAY."
               END-IF
           ELSE
               MOVE ORDERS-PRINTED TO DISPLAY-ORDER-COUNT
               DISPLAY DISPLAY-ORDER-COUNT
                   " PURCHASE ORDERS PRINTED.".
           STOP RUN.
      *
       100-READ-PURCHASE-ORDER.
      *
           READ PORDFILE
               AT END
                   MOVE "Y" TO PORDFILE-EOF-SWITCH
               NOT AT END
                   IF PO-NUMBER NOT NUMERIC
                       MOVE ZERO TO PO-NUMBER
                   END-IF
                   IF PO-LINE-NO NOT NUMERIC
                       MOVE ZERO TO PO-LINE-NO
                   END-IF
                   IF PO-BLANKET-NO NOT NUMERIC
                       MOVE ZERO TO PO-BLANKET-NO
                   END-IF
           END-READ.
      *
       200-PRINT-PURCHASE-ORDER-LINE.
      *
           PERFORM 210-CHECK-PO-SELECTED.
           IF PO-SELECTED
               IF PO-NUMBER NOT = PREVIOUS-PO-NUMBER
                   IF PREVIOUS-PO-NUMBER > ZERO
                       PERFORM 500-PRINT-ORDER-TOTAL
                   END-IF
                   PERFORM 300-PRINT-PO-HEADING
               END-IF
               PERFORM 400-PRINT-ORDER-LINE.
           PERFORM 100-READ-PURCHASE-ORDER.
      *
       210-CHECK-PO-SELECTED.
      *
           MOVE "N" TO PO-SELECTED-SWITCH.
           IF PO-NUMBER > ZERO
               IF ENTRY-PO-NUMBER > ZERO
                   IF PO-NUMBER = ENTRY-PO-NUMBER
                       MOVE "Y" TO PO-SELECTED-SWITCH
                   END-IF
               ELSE
                   IF PO-ORDER-DATE = RUN-DATE
                       MOVE "Y" TO PO-SELECTED-SWITCH.
      *
       300-PRINT-PO-HEADING.
      *
           MOVE PO-NUMBER      TO PHL-PO-NUMBER.
           MOVE PO-ORDER-DATE  TO PHL-ORDER-DATE.
           IF PO-REVISION-NO > ZERO
               MOVE "    REVISION " TO PHL-REVISION-CAPTION
               MOVE PO-REVISION-NO  TO PHL-REVISION-NO
           ELSE
               MOVE SPACE TO PHL-REVISION-CAPTION
               MOVE ZERO  TO PHL-REVISION-NO.
           MOVE PO-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 310-PRINT-VENDOR-ADDRESS.
           IF PO-DROP-SHIP
               MOVE "DROP SHIP -- DELIVER DIRECT TO OUR CUSTOMER."
                   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           IF PO-BLANKET-NO > ZERO
               MOVE PO-BLANKET-NO TO PBL-BLANKET-NO
               MOVE PO-BLANKET-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE COLUMN-HEADING-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE ZERO TO ORDER-TOTAL.
           MOVE PO-NUMBER TO PREVIOUS-PO-NUMBER.
           ADD 1 TO ORDERS-PRINTED.
      *
       310-PRINT-VENDOR-ADDRESS.
      *
           MOVE PO-VENDOR-NO TO VM-VENDOR-NO.
           READ VENDMAST
               INVALID KEY
                   MOVE "*** VENDOR NOT ON FILE ***" TO VM-VENDOR-NAME
                   MOVE SPACE TO VM-VENDOR-ADDRESS
           END-READ.
           MOVE VM-VENDOR-NAME    TO PNL-NAME.
           MOVE PO-VENDOR-NO      TO PNL-VENDOR-NO.
           MOVE PO-NAME-LINE      TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE VM-STREET-ADDRESS TO PSL-STREET-ADDRESS.
           MOVE PO-STREET-LINE    TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE VM-CITY           TO PCL-CITY.
           MOVE VM-STATE          TO PCL-STATE.
           MOVE VM-ZIP-CODE       TO PCL-ZIP-CODE.
           MOVE PO-CITY-LINE      TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       400-PRINT-ORDER-LINE.
      *
           MOVE PO-LINE-NO        TO OL-LINE-NO.
           MOVE PO-ITEM-NO        TO OL-ITEM-NO.
           MOVE PO-ITEM-NO        TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   MOVE "*** ITEM NOT ON FILE ***" TO IM-ITEM-DESC
           END-READ.
           MOVE IM-ITEM-DESC      TO OL-ITEM-DESC.
           MOVE PO-ORDER-QUANTITY TO OL-ORDER-QUANTITY.
           PERFORM 410-GET-BUYING-UOM.
           MOVE PO-UNIT-COST      TO OL-UNIT-COST.
           COMPUTE LINE-EXTENSION ROUNDED =
               PO-ORDER-QUANTITY * PO-UNIT-COST.
           MOVE LINE-EXTENSION    TO OL-EXTENSION.
           ADD LINE-EXTENSION     TO ORDER-TOTAL.
           IF PO-PROMISE-DATE NUMERIC AND PO-PROMISE-DATE > ZERO
               MOVE PO-PROMISE-DATE TO OL-PROMISE-DATE
           ELSE
               MOVE SPACE TO OL-PROMISE-DATE.
           MOVE ORDER-LINE        TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 420-FIND-VENDOR-PART.
           IF VPL-PART-NO NOT = SPACE
               MOVE VENDOR-PART-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       410-GET-BUYING-UOM.
      *
      *    THE VENDOR SHIPS IN ITS BUYING UNIT. AN ITEM WITH NO
      *    BUYING UNIT ON FILE IS BOUGHT AS IT IS STOCKED.
      *
           MOVE SPACE TO OL-UOM.
           IF INVXTRA-OPEN
               MOVE PO-ITEM-NO TO IX-ITEM-NO
               READ INVXTRA
                   INVALID KEY
                       MOVE SPACE TO IX-BUYING-UOM
                                     IX-STOCKING-UOM
               END-READ
               IF IX-BUYING-UOM NOT = SPACE
                   MOVE IX-BUYING-UOM TO OL-UOM
               ELSE
                   MOVE IX-STOCKING-UOM TO OL-UOM.
      *
       420-FIND-VENDOR-PART.
      *
      *    THE VENDOR'S OWN PART NUMBER, WHEN IT HAS ONE ON THE
      *    CROSS-REFERENCE FOR THIS ITEM, PRINTS UNDER OUR LINE SO
      *    THE VENDOR'S DESK NEED NOT LOOK IT UP.
      *
           MOVE SPACE TO VPL-PART-NO.
           IF PARTXREF-ON-FILE
               MOVE PO-ITEM-NO TO PN-ITEM-NO
               MOVE "N" TO PARTXREF-EOF-SWITCH
               START PARTXREF KEY IS EQUAL TO PN-ITEM-NO
                   INVALID KEY
                       MOVE "Y" TO PARTXREF-EOF-SWITCH
               END-START
               PERFORM 425-READ-ITEM-XREF
                   UNTIL PARTXREF-EOF.
      *
       425-READ-ITEM-XREF.
      *
           READ PARTXREF NEXT RECORD
               AT END
                   MOVE "Y" TO PARTXREF-EOF-SWITCH
               NOT AT END
                   IF PN-ITEM-NO NOT = PO-ITEM-NO
                       MOVE "Y" TO PARTXREF-EOF-SWITCH
                   ELSE
                       IF PN-VENDOR-PART
                         AND PN-PARTY-NO = PO-VENDOR-NO
                           MOVE PN-PARTY-PART-NO TO VPL-PART-NO
                           MOVE "Y" TO PARTXREF-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.
      *
       500-PRINT-ORDER-TOTAL.
      *
           MOVE ORDER-TOTAL TO OTL-ORDER-TOTAL.
           MOVE ORDER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE AUTHORIZATION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
