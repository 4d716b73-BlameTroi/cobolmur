       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PIK1000.
      *
      *    ONE PICK LIST PER SHIPPING WAREHOUSE, EACH STARTING ON
      *    ITS OWN PAGE WITH ITS OWN TOTALS, SO EACH WAREHOUSE PULLS
      *    ONLY WHAT WAS ALLOCATED AGAINST ITS STOCK. AN ORDER SPLIT
      *    ACROSS WAREHOUSES APPEARS ON EACH LIST FOR ITS OWN LINES.
      *    LINES WITH NO WAREHOUSE PRINT FIRST, UNDER A BLANK CODE.
      *
      *    ON A HEAVY DAY THE OPERATOR CAN BUILD A PICKING WAVE
      *    INSTEAD: EVERY OPEN LINE DUE BY A SHIP DATE, OR GOING
      *    BY ONE CARRIER, IS STAMPED WITH THE NEXT WAVE NUMBER.
      *    THE WAVE PICK LIST TOTALS EACH ITEM ACROSS THE WAVE
      *    INTO ONE LINE IN BIN SEQUENCE, SO EACH BIN IS VISITED
      *    ONCE, AND THE SORT-TO-ORDER SHEET SPLITS THOSE TOTALS
      *    BACK OUT BY ORDER FOR THE DOCK. WAVE LINES STAY OPEN,
      *    AND OFF THE ORDER PICK LISTS, UNTIL THE WAVE IS
      *    CONFIRMED PICKED BY A LATER RUN. A WAVE'S LISTS CAN BE
      *    REPRINTED FROM ITS STAMPED LINES UNTIL THEN.
      *
       ENVIRONMENT DIVISION.
      *
                           RECORD KEY IS SH-SHIP-TO-KEY
                           FILE STATUS IS SHIPTO-FILE-STATUS.
           SELECT PICKRPT  ASSIGN TO "c:\cobol\data\pik1rpt.prn".
           SELECT WAVECTL  ASSIGN TO "c:\cobol\data\wavectl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WAVECTL-FILE-STATUS.
      *
       DATA DIVISION.
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-WAREHOUSE-CODE       PIC X(2).
           05  SW-ORDER-NO             PIC 9(6).
           05  SW-BIN-LOCATION         PIC X(10).
           05  SW-ITEM-NO              PIC X(5).
           05  SW-ALLOCATED-QUANTITY   PIC S9(5).
           05  SW-CUSTOMER-NO          PIC 9(5).
           05  SW-SHIP-TO-CODE         PIC X(3).
           05  SW-CUSTOMER-PO-NO       PIC X(10).
           05  SW-REQUESTED-DATE       PIC 9(8).
      *
       FD  SHIPTO.
      *
      *
       FD  PICKRPT.
       01  PIK-PRINT-AREA          PIC X(80).
      *
       FD  WAVECTL.
      *
       01  WAVE-CONTROL-RECORD.
           05  WC-LAST-WAVE-NO         PIC 9(6).
      *
       WORKING-STORAGE SECTION.
      *
               88  SORT-EOF                        VALUE "Y".
           05  FIRST-ORDER-SWITCH          PIC X   VALUE "Y".
               88  FIRST-ORDER                     VALUE "Y".
           05  FIRST-WAREHOUSE-SWITCH      PIC X   VALUE "Y".
               88  FIRST-WAREHOUSE                 VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
           05  LINE-SELECTED-SWITCH        PIC X   VALUE "N".
               88  LINE-SELECTED                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  SHIPTO-FILE-STATUS      PIC XX.
               88  SHIPTO-SUCCESSFUL           VALUE "00".
           05  WAVECTL-FILE-STATUS     PIC XX.
               88  WAVECTL-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  PICK-MODE               PIC X       VALUE SPACE.
               88  ORDER-PICK-MODE             VALUE "O".
               88  WAVE-PICK-MODE              VALUE "W".
               88  CONFIRM-WAVE-MODE           VALUE "C".
               88  REPRINT-WAVE-MODE           VALUE "R".
               88  PICK-MODE-VALID             VALUE "O" "W" "C" "R".
           05  WAVE-SHIP-BY-DATE       PIC 9(8)    VALUE ZERO.
           05  WAVE-CARRIER-CODE       PIC X(4)    VALUE SPACE.
      *
       01  CONTROL-FIELDS.
           05  OLD-ORDER-NO            PIC 9(6)    VALUE ZERO.
           05  OLD-WAREHOUSE-CODE      PIC X(2)    VALUE SPACE.
           05  OLD-ITEM-NO             PIC X(5)    VALUE SPACE.
      *
      *    ZERO WHEN PRINTING THE ORDER PICK LISTS, WHICH TAKE
      *    ONLY LINES NOT IN A WAVE; OTHERWISE THE WAVE BEING
      *    BUILT, REPRINTED, OR CONFIRMED.
      *
           05  PICK-WAVE-NO            PIC 9(6)    VALUE ZERO.
      *
       01  PICK-COUNT-FIELDS.
           05  ORDERS-LISTED-COUNT     PIC 9(5)    VALUE ZERO.
           05  LINES-LISTED-COUNT      PIC 9(5)    VALUE ZERO.
           05  SHORT-LINES-COUNT       PIC 9(5)    VALUE ZERO.
           05  LINES-FLAGGED-COUNT     PIC 9(5)    VALUE ZERO.
           05  WAVE-LINES-COUNT        PIC 9(5)    VALUE ZERO.
           05  WAVE-LINES-LISTED       PIC 9(5)    VALUE ZERO.
           05  WAVE-ITEM-QUANTITY      PIC S9(7)   VALUE ZERO.
           05  WAVE-ITEM-LINES         PIC 9(3)    VALUE ZERO.
           05  WAVE-ITEMS-COUNT        PIC 9(5)    VALUE ZERO.
           05  WAVE-UNITS-COUNT        PIC 9(7)    VALUE ZERO.
           05  WAVE-ORDER-LINES-COUNT  PIC 9(5)    VALUE ZERO.
      *
       01  PIK-HEADING-LINE-1.
           05  FILLER                  PIC X(15) VALUE SPACE.
           05  PHL-REPORT-TITLE        PIC X(34)
               VALUE "PIK1000 WAREHOUSE PICK LIST".
           05  FILLER                  PIC X(10) VALUE "WAREHOUSE ".
           05  PHL-WAREHOUSE-CODE      PIC X(2).
           05  PHL-WAVE-CAPTION        PIC X(7)  VALUE SPACE.
           05  PHL-WAVE-NO             PIC X(6)  VALUE SPACE.
      *
       01  PIK-HEADING-LINE-2.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  POL-ORDER-NO            PIC 9(6).
           05  FILLER                  PIC X(12) VALUE "   CUSTOMER ".
           05  POL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(7)  VALUE "   PO ".
           05  POL-CUSTOMER-PO-NO      PIC X(10).
           05  FILLER                  PIC X(8)  VALUE "   REQ ".
           05  POL-REQUESTED-DATE      PIC X(8).
      *
       01  PIK-SHIP-TO-LINE-1.
           05  FILLER                  PIC X(9)  VALUE "SHIP TO: ".
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "SHORT LINES: ".
           05  PTL-SHORT-COUNT         PIC ZZ,ZZ9.
      *
       01  PIK-WAVE-HEADING-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "BIN LOCATION".
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE "ITEM NO".
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(24) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(9)  VALUE "PICK QTY".
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE "LINES".
      *
       01  PIK-WAVE-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PWL-BIN-LOCATION        PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  PWL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  PWL-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  PWL-PICK-QUANTITY       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  PWL-LINE-COUNT          PIC ZZ9.
      *
       01  PIK-WAVE-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(15)
               VALUE "ITEMS TO PICK: ".
           05  PWT-ITEMS-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE "UNITS: ".
           05  PWT-UNITS-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "ORDER LINES: ".
           05  PWT-LINES-COUNT         PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-PRODUCE-PICK-LIST.
      *
           DISPLAY "PIK1000 PICK LIST".
           PERFORM 050-ENTER-PICK-MODE
               UNTIL PICK-MODE-VALID.
           EVALUATE TRUE
               WHEN ORDER-PICK-MODE
                   PERFORM 060-PRODUCE-ORDER-PICK-LIST
               WHEN WAVE-PICK-MODE
                   PERFORM 600-PRODUCE-WAVE-PICK-LIST
               WHEN CONFIRM-WAVE-MODE
                   PERFORM 800-CONFIRM-WAVE-PICKED
               WHEN REPRINT-WAVE-MODE
                   PERFORM 680-REPRINT-WAVE-PICK-LIST
           END-EVALUATE.
           STOP RUN.
      *
       050-ENTER-PICK-MODE.
      *
           DISPLAY "ENTER O FOR ORDER PICK LISTS, W TO BUILD A "
               "PICKING WAVE,".
           DISPLAY "C TO CONFIRM A WAVE PICKED, OR R TO REPRINT A "
               "WAVE.".
           ACCEPT PICK-MODE.
           IF NOT PICK-MODE-VALID
               DISPLAY "INVALID CHOICE.".
      *
       060-PRODUCE-ORDER-PICK-LIST.
      *
           MOVE ZERO TO PICK-WAVE-NO.
           OPEN INPUT  INVMAST.
           OPEN INPUT  SHIPTO.
           OPEN OUTPUT PICKRPT.
           SORT SORTWORK
               ON ASCENDING KEY SW-WAREHOUSE-CODE
                                SW-ORDER-NO
                                SW-BIN-LOCATION
               INPUT PROCEDURE IS 100-RELEASE-OPEN-ORDER-LINES
               OUTPUT PROCEDURE IS 300-PRINT-PICK-LIST-LINES.
           IF FIRST-WAREHOUSE
               PERFORM 350-PRINT-WAREHOUSE-HEADING.
           PERFORM 400-PRINT-PICK-LIST-TOTALS.
           CLOSE INVMAST
                 PICKRPT.
           IF SHIPTO-SUCCESSFUL
               CLOSE SHIPTO.
           PERFORM 500-FLAG-ORDER-LINES-PICKED.
      *
       100-RELEASE-OPEN-ORDER-LINES.
      *
           MOVE "N" TO ORDFILE-EOF-SWITCH.
           OPEN INPUT ORDFILE.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "PIK1000 NO ORDER FILE TO PICK -- STATUS "
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
      *            A DROP-SHIP LINE LEAVES THE VENDOR'S DOCK, NOT
      *            OURS, SO IT NEVER GOES ON THE PICK LIST.
                   IF ORDER-OPEN AND NOT DROP-SHIP-LINE
                     AND OR-WAVE-NO = PICK-WAVE-NO
                       PERFORM 120-LOOKUP-ITEM-LOCATION
                       PERFORM 130-RELEASE-SORT-RECORD
                   END-IF
      *
       130-RELEASE-SORT-RECORD.
      *
           MOVE OR-WAREHOUSE-CODE      TO SW-WAREHOUSE-CODE.
           MOVE OR-ORDER-NO            TO SW-ORDER-NO.
           MOVE IM-BIN-LOCATION        TO SW-BIN-LOCATION.
           MOVE OR-ITEM-NO             TO SW-ITEM-NO.
           MOVE OR-ALLOCATED-QUANTITY  TO SW-ALLOCATED-QUANTITY.
           MOVE OR-CUSTOMER-NO         TO SW-CUSTOMER-NO.
           MOVE OR-SHIP-TO-CODE        TO SW-SHIP-TO-CODE.
           MOVE OR-CUSTOMER-PO-NO      TO SW-CUSTOMER-PO-NO.
           MOVE OR-REQUESTED-DATE      TO SW-REQUESTED-DATE.
           RELEASE SORT-WORK-AREA.
      *
       300-PRINT-PICK-LIST-LINES.
      *
           MOVE "N" TO SORT-EOF-SWITCH.
           PERFORM 310-RETURN-NEXT-SORT-RECORD.
           PERFORM 320-PRINT-PICK-LINE
               UNTIL SORT-EOF.
      *
       320-PRINT-PICK-LINE.
      *
           IF FIRST-WAREHOUSE OR SW-WAREHOUSE-CODE NOT =
                                 OLD-WAREHOUSE-CODE
               IF NOT FIRST-WAREHOUSE
                   PERFORM 400-PRINT-PICK-LIST-TOTALS
               END-IF
               MOVE SW-WAREHOUSE-CODE TO OLD-WAREHOUSE-CODE
               PERFORM 350-PRINT-WAREHOUSE-HEADING
               MOVE "Y" TO FIRST-ORDER-SWITCH.
           IF FIRST-ORDER OR SW-ORDER-NO NOT = OLD-ORDER-NO
               PERFORM 330-PRINT-ORDER-HEADING
               MOVE SW-ORDER-NO TO OLD-ORDER-NO
           ADD 1 TO ORDERS-LISTED-COUNT.
           MOVE SW-ORDER-NO    TO POL-ORDER-NO.
           MOVE SW-CUSTOMER-NO TO POL-CUSTOMER-NO.
           MOVE SW-CUSTOMER-PO-NO TO POL-CUSTOMER-PO-NO.
           IF SW-REQUESTED-DATE = ZERO
               MOVE SPACE TO POL-REQUESTED-DATE
           ELSE
               MOVE SW-REQUESTED-DATE TO POL-REQUESTED-DATE.
           MOVE PIK-ORDER-LINE TO PIK-PRINT-AREA.
           WRITE PIK-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 340-PRINT-SHIP-TO-ADDRESS.
                       MOVE PIK-SHIP-TO-LINE-3 TO PIK-PRINT-AREA
                       WRITE PIK-PRINT-AREA AFTER ADVANCING 1 LINES
               END-READ.
      *
       350-PRINT-WAREHOUSE-HEADING.
      *
           MOVE OLD-WAREHOUSE-CODE TO PHL-WAREHOUSE-CODE.
           MOVE PIK-HEADING-LINE-1 TO PIK-PRINT-AREA.
           WRITE PIK-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE "N" TO FIRST-WAREHOUSE-SWITCH.
      *
       400-PRINT-PICK-LIST-TOTALS.
      *
           MOVE SHORT-LINES-COUNT   TO PTL-SHORT-COUNT.
           MOVE PIK-TOTAL-LINE TO PIK-PRINT-AREA.
           WRITE PIK-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO ORDERS-LISTED-COUNT
                        LINES-LISTED-COUNT
                        SHORT-LINES-COUNT.
      *
       500-FLAG-ORDER-LINES-PICKED.
      *
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF ORDER-OPEN AND NOT DROP-SHIP-LINE
                     AND OR-WAVE-NO = PICK-WAVE-NO
                       SET ORDER-PICKED TO TRUE
                       REWRITE OPEN-ORDER-RECORD
                       IF NOT ORDFILE-SUCCESSFUL
                       END-IF
                   END-IF
           END-READ.
      *
       600-PRODUCE-WAVE-PICK-LIST.
      *
      *    THE WAVE NUMBER IS SAVED AS SOON AS LINES CARRY IT, SO
      *    A RUN THAT FAILS WHILE PRINTING NEVER HANDS THE SAME
      *    NUMBER TO A SECOND WAVE. THE LISTS ARE REPRINTED BY
      *    RUNNING THEM FROM THE STAMPED LINES (MODE R), NOT BY
      *    REBUILDING.
      *
           PERFORM 610-ENTER-WAVE-SELECTION.
           PERFORM 620-GET-NEXT-WAVE-NUMBER.
           PERFORM 630-ASSIGN-LINES-TO-WAVE.
           IF WAVE-LINES-COUNT = ZERO
               DISPLAY "PIK1000 NO OPEN LINES MATCH -- NO WAVE BUILT."
           ELSE
               PERFORM 650-SAVE-WAVE-NUMBER
               PERFORM 660-PRINT-WAVE-LISTS
               DISPLAY "PIK1000 WAVE " PICK-WAVE-NO " BUILT WITH "
                   WAVE-LINES-COUNT " ORDER LINES."
               DISPLAY "LINES STAY OPEN UNTIL THE WAVE IS CONFIRMED "
                   "PICKED.".
      *
       610-ENTER-WAVE-SELECTION.
      *
           DISPLAY "ENTER SHIP-BY DATE FOR THE WAVE (YYYYMMDD, "
               "0 = ANY DATE).".
           ACCEPT WAVE-SHIP-BY-DATE.
           DISPLAY "ENTER CARRIER CODE FOR THE WAVE (SPACES = ANY "
               "CARRIER).".
           ACCEPT WAVE-CARRIER-CODE.
      *
       620-GET-NEXT-WAVE-NUMBER.
      *
           OPEN INPUT WAVECTL.
           IF WAVECTL-SUCCESSFUL
               READ WAVECTL
                   AT END
                       MOVE ZERO TO WC-LAST-WAVE-NO
               END-READ
               MOVE WC-LAST-WAVE-NO TO PICK-WAVE-NO
               CLOSE WAVECTL
           ELSE
               MOVE ZERO TO PICK-WAVE-NO.
           ADD 1 TO PICK-WAVE-NO.
      *
       630-ASSIGN-LINES-TO-WAVE.
      *
           MOVE ZERO TO WAVE-LINES-COUNT.
           MOVE "N"  TO ORDFILE-EOF-SWITCH.
           OPEN I-O ORDFILE.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "PIK1000 NO ORDER FILE TO PICK -- STATUS "
                   ORDFILE-FILE-STATUS
           ELSE
               PERFORM 640-ASSIGN-NEXT-ORDER-LINE
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
      *
       640-ASSIGN-NEXT-ORDER-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF ORDER-OPEN AND NOT DROP-SHIP-LINE
                     AND OR-WAVE-NO = ZERO
                       PERFORM 645-ASSIGN-IF-SELECTED
                   END-IF
           END-READ.
      *
       645-ASSIGN-IF-SELECTED.
      *
      *    A LINE WITH NO REQUESTED DATE CAN GO ANY DAY. A LINE NOT
      *    YET ROUTED GOES WITH THE WAVE'S CARRIER AND IS ROUTED TO
      *    IT HERE, SO SHIPPING CONFIRMATION KNOWS THE TRUCK.
      *
           MOVE "Y" TO LINE-SELECTED-SWITCH.
           IF WAVE-SHIP-BY-DATE NOT = ZERO
             AND OR-REQUESTED-DATE > WAVE-SHIP-BY-DATE
               MOVE "N" TO LINE-SELECTED-SWITCH.
           IF WAVE-CARRIER-CODE NOT = SPACE
             AND OR-CARRIER-CODE NOT = SPACE
             AND OR-CARRIER-CODE NOT = WAVE-CARRIER-CODE
               MOVE "N" TO LINE-SELECTED-SWITCH.
           IF LINE-SELECTED
               MOVE PICK-WAVE-NO TO OR-WAVE-NO
               IF WAVE-CARRIER-CODE NOT = SPACE
                   MOVE WAVE-CARRIER-CODE TO OR-CARRIER-CODE
               END-IF
               REWRITE OPEN-ORDER-RECORD
               IF NOT ORDFILE-SUCCESSFUL
                   DISPLAY "REWRITE ERROR ON ORDFILE FOR ORDER "
                       OR-ORDER-NO
                   DISPLAY "FILE STATUS CODE IS "
                       ORDFILE-FILE-STATUS
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               ELSE
                   ADD 1 TO WAVE-LINES-COUNT.
      *
       650-SAVE-WAVE-NUMBER.
      *
           OPEN OUTPUT WAVECTL.
           MOVE PICK-WAVE-NO TO WC-LAST-WAVE-NO.
           WRITE WAVE-CONTROL-RECORD.
           CLOSE WAVECTL.
      *
       660-PRINT-WAVE-LISTS.
      *
           OPEN INPUT  INVMAST.
           OPEN INPUT  SHIPTO.
           OPEN OUTPUT PICKRPT.
           MOVE "  WAVE "    TO PHL-WAVE-CAPTION.
           MOVE PICK-WAVE-NO TO PHL-WAVE-NO.
           MOVE "PIK1000 WAVE PICK LIST -- BY BIN"
               TO PHL-REPORT-TITLE.
           SORT SORTWORK
               ON ASCENDING KEY SW-WAREHOUSE-CODE
                                SW-BIN-LOCATION
                                SW-ITEM-NO
               INPUT PROCEDURE IS 100-RELEASE-OPEN-ORDER-LINES
               OUTPUT PROCEDURE IS 700-PRINT-WAVE-PICK-LINES.
           MOVE "PIK1000 SORT-TO-ORDER SHEET"
               TO PHL-REPORT-TITLE.
           MOVE "Y" TO FIRST-WAREHOUSE-SWITCH.
           SORT SORTWORK
               ON ASCENDING KEY SW-WAREHOUSE-CODE
                                SW-ORDER-NO
                                SW-BIN-LOCATION
               INPUT PROCEDURE IS 100-RELEASE-OPEN-ORDER-LINES
               OUTPUT PROCEDURE IS 300-PRINT-PICK-LIST-LINES.
           MOVE LINES-LISTED-COUNT TO WAVE-LINES-LISTED.
           PERFORM 400-PRINT-PICK-LIST-TOTALS.
           CLOSE INVMAST
                 PICKRPT.
           IF SHIPTO-SUCCESSFUL
               CLOSE SHIPTO.
      *
       680-REPRINT-WAVE-PICK-LIST.
      *
      *    ONLY THE WAVE'S LINES STILL OPEN REPRINT -- ONCE THE
      *    WAVE IS CONFIRMED PICKED THE LISTS HAVE DONE THEIR JOB.
      *
           DISPLAY "ENTER WAVE NUMBER TO REPRINT.".
           ACCEPT PICK-WAVE-NO.
           IF PICK-WAVE-NO = ZERO
               DISPLAY "PIK1000 NO WAVE NUMBER -- NOTHING PRINTED."
           ELSE
               PERFORM 660-PRINT-WAVE-LISTS
               IF WAVE-LINES-LISTED = ZERO
                   DISPLAY "PIK1000 WAVE " PICK-WAVE-NO " HAS NO OPEN "
                       "LINES -- NOTHING TO PICK."
               ELSE
                   DISPLAY "PIK1000 WAVE " PICK-WAVE-NO " REPRINTED "
                       "-- " WAVE-LINES-LISTED " ORDER LINES.".
      *
       700-PRINT-WAVE-PICK-LINES.
      *
           MOVE "N" TO SORT-EOF-SWITCH.
           PERFORM 310-RETURN-NEXT-SORT-RECORD.
           PERFORM 710-PRINT-WAVE-ITEM
               UNTIL SORT-EOF.
           IF NOT FIRST-WAREHOUSE
               PERFORM 740-PRINT-WAVE-PICK-TOTALS.
      *
       710-PRINT-WAVE-ITEM.
      *
           IF FIRST-WAREHOUSE OR SW-WAREHOUSE-CODE NOT =
                                 OLD-WAREHOUSE-CODE
               IF NOT FIRST-WAREHOUSE
                   PERFORM 740-PRINT-WAVE-PICK-TOTALS
               END-IF
               MOVE SW-WAREHOUSE-CODE TO OLD-WAREHOUSE-CODE
               PERFORM 350-PRINT-WAREHOUSE-HEADING
               MOVE PIK-WAVE-HEADING-LINE TO PIK-PRINT-AREA
               WRITE PIK-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SW-ITEM-NO      TO OLD-ITEM-NO.
           MOVE SW-BIN-LOCATION TO PWL-BIN-LOCATION.
           MOVE SW-ITEM-NO      TO PWL-ITEM-NO.
           MOVE SW-ITEM-DESC    TO PWL-ITEM-DESC.
           MOVE ZERO TO WAVE-ITEM-QUANTITY.
           MOVE ZERO TO WAVE-ITEM-LINES.
           PERFORM 720-ACCUMULATE-WAVE-ITEM
               UNTIL SORT-EOF
                  OR SW-WAREHOUSE-CODE NOT = OLD-WAREHOUSE-CODE
                  OR SW-ITEM-NO NOT = OLD-ITEM-NO.
           PERFORM 730-PRINT-WAVE-ITEM-LINE.
      *
       720-ACCUMULATE-WAVE-ITEM.
      *
           ADD SW-ALLOCATED-QUANTITY TO WAVE-ITEM-QUANTITY.
           ADD 1 TO WAVE-ITEM-LINES.
           PERFORM 310-RETURN-NEXT-SORT-RECORD.
      *
       730-PRINT-WAVE-ITEM-LINE.
      *
           MOVE WAVE-ITEM-QUANTITY TO PWL-PICK-QUANTITY.
           MOVE WAVE-ITEM-LINES    TO PWL-LINE-COUNT.
           MOVE PIK-WAVE-DETAIL-LINE TO PIK-PRINT-AREA.
           WRITE PIK-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO WAVE-ITEMS-COUNT.
           ADD WAVE-ITEM-QUANTITY TO WAVE-UNITS-COUNT.
           ADD WAVE-ITEM-LINES    TO WAVE-ORDER-LINES-COUNT.
      *
       740-PRINT-WAVE-PICK-TOTALS.
      *
           MOVE WAVE-ITEMS-COUNT       TO PWT-ITEMS-COUNT.
           MOVE WAVE-UNITS-COUNT       TO PWT-UNITS-COUNT.
           MOVE WAVE-ORDER-LINES-COUNT TO PWT-LINES-COUNT.
           MOVE PIK-WAVE-TOTAL-LINE TO PIK-PRINT-AREA.
           WRITE PIK-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO WAVE-ITEMS-COUNT
                        WAVE-UNITS-COUNT
                        WAVE-ORDER-LINES-COUNT.
      *
       800-CONFIRM-WAVE-PICKED.
      *
      *    THE DOCK CONFIRMS THE WHOLE WAVE ONCE THE SORT-TO-ORDER
      *    SHEET IS WORKED. A LINE FOUND SHORT ON THE FLOOR IS
      *    SHORT-SHIPPED BY ORDER AT SHIPPING CONFIRMATION.
      *
           DISPLAY "ENTER WAVE NUMBER PICKED.".
           ACCEPT PICK-WAVE-NO.
           IF PICK-WAVE-NO = ZERO
               DISPLAY "PIK1000 NO WAVE NUMBER -- NOTHING FLAGGED."
           ELSE
               PERFORM 500-FLAG-ORDER-LINES-PICKED.
