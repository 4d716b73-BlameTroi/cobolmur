       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. OBS1000.
      *
      *    MONTH-END OBSOLESCENCE RESERVE. EVERY STOCKED ITEM IS
      *    AGED BY ITS LAST MOVEMENT -- THE LATER OF ITS LAST
      *    RECEIPT AND ITS LAST SALE ON ITMSALES -- AND VALUED AT
      *    ITS OPEN FIFO COST LAYERS, OR AT MASTER COST WHEN IT HAS
      *    NO OPEN LAYER. THE AGE TIERS ON OBSCTL SET THE PERCENT
      *    RESERVED. THE REPORT LISTS EVERY RESERVED ITEM WITH ITS
      *    TIER, VALUE AND RESERVE, SUBTOTALLED BY ABC CLASS, AND
      *    ONLY THE CHANGE SINCE THE RESERVE LAST BOOKED GOES TO
      *    GLJRNL -- OBSOLESCENCE EXPENSE AGAINST THE INVENTORY
      *    RESERVE, THE CONTRA-INVENTORY ACCOUNT -- READY FOR
      *    GLP1000.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OBSCTL   ASSIGN TO "c:\cobol\data\obsctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OBSCTL-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT INVXTRA  ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS INVXTRA-FILE-STATUS.
           SELECT ITMSALES ASSIGN TO "c:\cobol\data\itmsales.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ITMSALES-FILE-STATUS.
           SELECT CSTLAYER ASSIGN TO "c:\cobol\data\cstlayer.dat"
                           FILE STATUS IS CSTLAYER-FILE-STATUS.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk18.dat".
           SELECT OBSRPT   ASSIGN TO "c:\cobol\data\obs1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  OBSCTL.
      *
       COPY "Obsctl.cpy".
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
       FD  ITMSALES.
      *
       COPY "Itmsales.cpy".
      *
       FD  CSTLAYER.
      *
       COPY "Cstlayer.cpy".
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-ABC-CLASS            PIC X.
           05  SW-ITEM-NO              PIC X(5).
           05  SW-ITEM-SUB             PIC 9(5).
      *
       FD  OBSRPT.
       01  OBS-PRINT-AREA          PIC X(102).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-MONTH-SWITCH          PIC X   VALUE "N".
               88  VALID-MONTH                     VALUE "Y".
           05  INVMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  INVMAST-EOF                     VALUE "Y".
           05  INVXTRA-AVAILABLE-SWITCH    PIC X   VALUE "N".
               88  INVXTRA-AVAILABLE               VALUE "Y".
           05  ITMSALES-EOF-SWITCH         PIC X   VALUE "N".
               88  ITMSALES-EOF                    VALUE "Y".
           05  CSTLAYER-EOF-SWITCH         PIC X   VALUE "N".
               88  CSTLAYER-EOF                    VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  TABLE-OVERFLOW-SWITCH       PIC X   VALUE "N".
               88  TABLE-OVERFLOW                  VALUE "Y".
           05  VALID-TIERS-SWITCH          PIC X   VALUE "Y".
               88  VALID-TIERS                     VALUE "Y".
           05  FIRST-CLASS-SWITCH          PIC X   VALUE "Y".
               88  FIRST-CLASS                     VALUE "Y".
           05  JOURNAL-WRITTEN-SWITCH      PIC X   VALUE "Y".
               88  JOURNAL-WRITTEN                 VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  OBSCTL-FILE-STATUS      PIC XX.
               88  OBSCTL-SUCCESSFUL           VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  ITMSALES-FILE-STATUS    PIC XX.
               88  ITMSALES-SUCCESSFUL         VALUE "00".
           05  CSTLAYER-FILE-STATUS    PIC XX.
               88  CSTLAYER-SUCCESSFUL         VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  RESERVE-MONTH           PIC 9(6).
           05  RESERVE-MONTH-PARTS     REDEFINES RESERVE-MONTH.
               10  RM-YEAR             PIC 9(4).
               10  RM-MONTH            PIC 9(2).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
      *
       COPY "Fpcreq.cpy".
      *
      *    GENERAL-LEDGER ACCOUNTS THE RESERVE POSTS TO.
      *
       01  GL-ACCOUNT-NUMBERS.
           05  GL-INVENTORY-RESERVE-ACCT   PIC 9(4)    VALUE 1310.
           05  GL-OBSOLESCENCE-EXPENSE-ACCT PIC 9(4)   VALUE 5100.
      *
       01  RESERVE-WORK-FIELDS.
           05  LAST-ACTIVITY-DATE      PIC 9(8).
           05  LAST-ACTIVITY-PARTS     REDEFINES LAST-ACTIVITY-DATE.
               10  LA-YEAR             PIC 9(4).
               10  LA-MONTH            PIC 9(2).
               10  LA-DAY              PIC 9(2).
           05  AGE-MONTHS              PIC S9(5).
           05  ITEM-TIER               PIC 9.
           05  ITEM-PERCENT            PIC 9(3).
           05  STOCK-VALUE             PIC S9(9)V99.
           05  ITEM-RESERVE            PIC S9(9)V99.
           05  RESERVE-CHANGE          PIC S9(9)V99.
           05  POSTING-VALUE           PIC S9(9)V99.
           05  OLD-ABC-CLASS           PIC X.
           05  TIER-SUB                PIC S9(3)   COMP.
           05  ITEM-SUB                PIC S9(5)   COMP.
      *
       01  RESERVE-TOTAL-FIELDS.
           05  CLASS-STOCK-VALUE       PIC S9(9)V99  VALUE ZERO.
           05  CLASS-RESERVE           PIC S9(9)V99  VALUE ZERO.
           05  CLASS-RESERVED-COUNT    PIC 9(5)      VALUE ZERO.
           05  TOTAL-STOCK-VALUE       PIC S9(11)V99 VALUE ZERO.
           05  TOTAL-RESERVE           PIC S9(9)V99  VALUE ZERO.
           05  TOTAL-RESERVED-COUNT    PIC 9(5)      VALUE ZERO.
      *
      *    THE MASTER IS READ IN KEY SEQUENCE, SO THE TABLE IS IN
      *    ITEM NUMBER ORDER AND CAN BE SEARCHED BY HALVES FOR
      *    EVERY SALES LINE AND COST LAYER.
      *
       01  ITEM-TABLE.
           05  ITEM-ENTRY-COUNT        PIC S9(5)   COMP  VALUE ZERO.
           05  ITEM-ENTRY                  OCCURS 1 TO 2000 TIMES
                                           DEPENDING ON ITEM-ENTRY-COUNT
                                           ASCENDING KEY IS OI-ITEM-NO
                                           INDEXED BY ITEM-INDEX.
               10  OI-ITEM-NO              PIC X(5).
               10  OI-ITEM-DESC            PIC X(20).
               10  OI-ABC-CLASS            PIC X.
               10  OI-ON-HAND              PIC S9(5).
               10  OI-UNIT-COST            PIC S9(3)V99.
               10  OI-LAST-RECEIPT-DATE    PIC 9(8).
               10  OI-LAST-SALE-DATE       PIC 9(8).
               10  OI-LAYER-VALUE          PIC S9(9)V99.
               10  OI-LAYER-SWITCH         PIC X.
                   88  OI-LAYERS-FOUND             VALUE "Y".
      *
       01  OBS-HEADING-LINE-1.
           05  FILLER                  PIC X(15) VALUE SPACE.
           05  FILLER                  PIC X(42)
               VALUE "OBS1000 OBSOLESCENCE RESERVE FOR MONTH ".
           05  OBH-RESERVE-MONTH       PIC 9(6).
      *
       01  OBS-HEADING-LINE-2.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "ITEM NO ".
           05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(9)  VALUE "  ON HAND".
           05  FILLER                  PIC X(14) VALUE "  LAST MOVED  ".
           05  FILLER                  PIC X(4)  VALUE " AGE".
           05  FILLER                  PIC X(10) VALUE "  TIER PCT".
           05  FILLER                  PIC X(15)
               VALUE "    STOCK VALUE".
           05  FILLER                  PIC X(15)
               VALUE "        RESERVE".
      *
       01  OBS-CLASS-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ABC CLASS ".
           05  OBC-ABC-CLASS           PIC X(4).
      *
       01  OBS-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OBD-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  OBD-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OBD-ON-HAND             PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  OBD-LAST-MOVED          PIC 9(4)/99/99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OBD-AGE-MONTHS          PIC ZZ9.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  OBD-TIER                PIC 9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OBD-PERCENT             PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OBD-STOCK-VALUE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OBD-RESERVE             PIC ZZ,ZZZ,ZZ9.99-.
      *
       01  OBS-CLASS-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "CLASS ".
           05  OBT-ABC-CLASS           PIC X(4).
           05  FILLER                  PIC X(16)
               VALUE " ITEMS RESERVED ".
           05  OBT-RESERVED-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(37)
               VALUE "               CLASS STOCK VALUE".
           05  OBT-STOCK-VALUE         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  OBT-RESERVE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE " *".
      *
       01  OBS-SUMMARY-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OBS-SUMMARY-DESC        PIC X(40).
           05  OBS-SUMMARY-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  OBS-TIER-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE "TIER ".
           05  OBS-TIER-NO             PIC 9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  OBS-TIER-MONTHS         PIC ZZ9.
           05  FILLER                  PIC X(18)
               VALUE " MONTHS OR MORE   ".
           05  OBS-TIER-PERCENT        PIC ZZ9.
           05  FILLER                  PIC X(10) VALUE " PERCENT".
      *
       PROCEDURE DIVISION.
      *
       000-CALCULATE-OBSOLESCENCE-RESERVE.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "OBS1000 OBSOLESCENCE RESERVE".
           DISPLAY "-----------------------------------------------".
           MOVE RUN-DATE TO FC-CHECK-DATE.
           CALL "FPC1000" USING PERIOD-CHECK-REQUEST.
           IF PERIOD-CHECK-CLOSED
               DISPLAY "THE CURRENT FISCAL PERIOD IS CLOSED -- "
                   "NO RESERVE MAY BE BOOKED."
               STOP RUN.
           PERFORM 050-LOAD-RESERVE-CONTROLS.
           PERFORM 060-ACCEPT-RESERVE-MONTH
               UNTIL VALID-MONTH.
           PERFORM 100-LOAD-ITEM-TABLE.
           IF TABLE-OVERFLOW
               DISPLAY "OBS1000 ITEM TABLE FULL -- RESERVE NOT RUN."
               STOP RUN.
           PERFORM 200-FIND-LAST-SALES.
           PERFORM 250-VALUE-COST-LAYERS.
           OPEN OUTPUT OBSRPT.
           MOVE RESERVE-MONTH TO OBH-RESERVE-MONTH.
           MOVE OBS-HEADING-LINE-1 TO OBS-PRINT-AREA.
           WRITE OBS-PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 070-PRINT-RESERVE-TIERS
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 5.
           MOVE OBS-HEADING-LINE-2 TO OBS-PRINT-AREA.
           WRITE OBS-PRINT-AREA AFTER ADVANCING 2 LINES.
           SORT SORTWORK
               ON ASCENDING KEY SW-ABC-CLASS
                                SW-ITEM-NO
               INPUT PROCEDURE IS 300-RELEASE-STOCKED-ITEMS
               OUTPUT PROCEDURE IS 400-PRINT-RESERVE-LINES.
           IF NOT FIRST-CLASS
               PERFORM 450-PRINT-CLASS-TOTAL.
           COMPUTE RESERVE-CHANGE =
               TOTAL-RESERVE - OX-LAST-RESERVE-TOTAL.
           PERFORM 460-PRINT-RESERVE-SUMMARY.
           IF RESERVE-CHANGE NOT = ZERO
               PERFORM 500-JOURNAL-RESERVE-CHANGE.
           IF JOURNAL-WRITTEN
               PERFORM 600-SAVE-RESERVE-CONTROLS
           ELSE
               DISPLAY "OBSCTL NOT UPDATED -- THE NEXT RUN WILL "
                   "JOURNAL THE CHANGE.".
           CLOSE OBSRPT.
           DISPLAY "OBS1000 ITEMS RESERVED " TOTAL-RESERVED-COUNT.
           STOP RUN.
      *
      *    THE TIERS MUST RISE IN MONTHS, SO THE LAST ONE AN ITEM
      *    REACHES IS ITS TIER, AND NO TIER MAY RESERVE MORE THAN
      *    THE STOCK IS WORTH.
      *
       050-LOAD-RESERVE-CONTROLS.
      *
           OPEN INPUT OBSCTL.
           IF NOT OBSCTL-SUCCESSFUL
               DISPLAY "OBS1000 NO OBSOLESCENCE CONTROL FILE -- "
                   "STATUS " OBSCTL-FILE-STATUS
               DISPLAY "SET THE RESERVE TIERS ON OBSCTL BEFORE "
                   "RESERVING."
               STOP RUN.
           READ OBSCTL
               AT END
                   DISPLAY "OBS1000 OBSOLESCENCE CONTROL FILE IS "
                       "EMPTY -- RUN ABANDONED."
                   STOP RUN
           END-READ.
           CLOSE OBSCTL.
           IF OX-LAST-RESERVE-MONTH NOT NUMERIC
               MOVE ZERO TO OX-LAST-RESERVE-MONTH.
           IF OX-LAST-RESERVE-TOTAL NOT NUMERIC
               MOVE ZERO TO OX-LAST-RESERVE-TOTAL.
           IF OX-TIER-MONTHS (1) NOT NUMERIC
             OR OX-TIER-MONTHS (1) = ZERO
               MOVE "N" TO VALID-TIERS-SWITCH.
           PERFORM 055-CHECK-RESERVE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 5.
           IF NOT VALID-TIERS
               DISPLAY "OBS1000 RESERVE TIERS ON OBSCTL ARE MISSING, "
                   "OUT OF ORDER, OR OVER 100 PERCENT --"
               DISPLAY "RUN ABANDONED."
               STOP RUN.
      *
       055-CHECK-RESERVE-TIER.
      *
           IF OX-TIER-MONTHS (TIER-SUB) NOT NUMERIC
             OR OX-TIER-PERCENT (TIER-SUB) NOT NUMERIC
               MOVE "N" TO VALID-TIERS-SWITCH
           ELSE
               IF OX-TIER-PERCENT (TIER-SUB) > 100
                   MOVE "N" TO VALID-TIERS-SWITCH
               END-IF
               IF TIER-SUB > 1
                 AND OX-TIER-MONTHS (TIER-SUB) NOT = ZERO
                 AND OX-TIER-MONTHS (TIER-SUB) NOT >
                     OX-TIER-MONTHS (TIER-SUB - 1)
                   MOVE "N" TO VALID-TIERS-SWITCH
               END-IF
           END-IF.
      *
      *    A MONTH BEFORE THE ONE LAST BOOKED WOULD UNDO A LATER
      *    RESERVE. RUNNING THE SAME MONTH AGAIN IS ALLOWED -- IT
      *    JOURNALS ONLY WHAT HAS CHANGED SINCE.
      *
       060-ACCEPT-RESERVE-MONTH.
      *
           DISPLAY "ENTER THE MONTH BEING CLOSED (YYYYMM).".
           ACCEPT RESERVE-MONTH.
           IF RESERVE-MONTH NOT NUMERIC
             OR RM-MONTH < 1
             OR RM-MONTH > 12
               DISPLAY "INVALID MONTH -- ENTER YYYYMM."
           ELSE
               IF RESERVE-MONTH < OX-LAST-RESERVE-MONTH
                   DISPLAY "THE RESERVE IS ALREADY BOOKED THROUGH "
                       OX-LAST-RESERVE-MONTH "."
               ELSE
                   MOVE "Y" TO VALID-MONTH-SWITCH
               END-IF
           END-IF.
      *
       070-PRINT-RESERVE-TIERS.
      *
           IF OX-TIER-MONTHS (TIER-SUB) NOT = ZERO
               MOVE TIER-SUB TO OBS-TIER-NO
               MOVE OX-TIER-MONTHS (TIER-SUB)  TO OBS-TIER-MONTHS
               MOVE OX-TIER-PERCENT (TIER-SUB) TO OBS-TIER-PERCENT
               MOVE OBS-TIER-LINE TO OBS-PRINT-AREA
               WRITE OBS-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       100-LOAD-ITEM-TABLE.
      *
           OPEN INPUT INVMAST.
           OPEN INPUT INVXTRA.
           IF INVXTRA-SUCCESSFUL
               MOVE "Y" TO INVXTRA-AVAILABLE-SWITCH
           ELSE
               DISPLAY "NO ITEM RECEIPT DATES OR CLASSES ON FILE -- "
                   "ITEMS AGE BY SALES ONLY.".
           PERFORM 110-LOAD-NEXT-ITEM
               UNTIL INVMAST-EOF
                  OR TABLE-OVERFLOW.
           CLOSE INVMAST.
           IF INVXTRA-AVAILABLE
               CLOSE INVXTRA.
      *
       110-LOAD-NEXT-ITEM.
      *
           READ INVMAST NEXT RECORD
               AT END
                   MOVE "Y" TO INVMAST-EOF-SWITCH
               NOT AT END
                   IF ITEM-ENTRY-COUNT < 2000
                       ADD 1 TO ITEM-ENTRY-COUNT
                       PERFORM 120-TABLE-ITEM
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SWITCH
                   END-IF
           END-READ.
      *
       120-TABLE-ITEM.
      *
           MOVE ZERO  TO IX-LAST-RECEIPT-DATE.
           MOVE SPACE TO IX-ABC-CLASS.
           IF INVXTRA-AVAILABLE
               MOVE IM-ITEM-NO TO IX-ITEM-NO
               READ INVXTRA
                   INVALID KEY
                       MOVE ZERO  TO IX-LAST-RECEIPT-DATE
                       MOVE SPACE TO IX-ABC-CLASS
               END-READ.
           MOVE IM-ITEM-NO        TO OI-ITEM-NO (ITEM-ENTRY-COUNT).
           MOVE IM-ITEM-DESC (1:20)
                                  TO OI-ITEM-DESC (ITEM-ENTRY-COUNT).
           MOVE IX-ABC-CLASS      TO OI-ABC-CLASS (ITEM-ENTRY-COUNT).
           MOVE IM-ON-HAND        TO OI-ON-HAND (ITEM-ENTRY-COUNT).
           MOVE IM-UNIT-COST      TO OI-UNIT-COST (ITEM-ENTRY-COUNT).
           MOVE IX-LAST-RECEIPT-DATE
                             TO OI-LAST-RECEIPT-DATE (ITEM-ENTRY-COUNT).
           MOVE ZERO         TO OI-LAST-SALE-DATE (ITEM-ENTRY-COUNT)
                                OI-LAYER-VALUE (ITEM-ENTRY-COUNT).
           MOVE "N"          TO OI-LAYER-SWITCH (ITEM-ENTRY-COUNT).
      *
      *    ONLY A SALE COUNTS AS MOVEMENT; A CREDIT LINE BRINGS
      *    STOCK BACK, IT DOES NOT SHOW THE ITEM STILL SELLS.
      *
       200-FIND-LAST-SALES.
      *
           OPEN INPUT ITMSALES.
           IF NOT ITMSALES-SUCCESSFUL
               DISPLAY "OBS1000 NO ITEM SALES FILE -- STATUS "
                   ITMSALES-FILE-STATUS
           ELSE
               PERFORM 210-EXAMINE-NEXT-SALES-LINE
                   UNTIL ITMSALES-EOF
               CLOSE ITMSALES.
      *
       210-EXAMINE-NEXT-SALES-LINE.
      *
           READ ITMSALES
               AT END
                   MOVE "Y" TO ITMSALES-EOF-SWITCH
               NOT AT END
                   IF IS-QUANTITY > ZERO
                       SEARCH ALL ITEM-ENTRY
                           AT END
                               CONTINUE
                           WHEN OI-ITEM-NO (ITEM-INDEX) = IS-ITEM-NO
                               IF IS-SALE-DATE >
                                   OI-LAST-SALE-DATE (ITEM-INDEX)
                                   MOVE IS-SALE-DATE
                                     TO OI-LAST-SALE-DATE (ITEM-INDEX)
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.
      *
       250-VALUE-COST-LAYERS.
      *
           OPEN INPUT CSTLAYER.
           IF NOT CSTLAYER-SUCCESSFUL
               DISPLAY "OBS1000 NO COST LAYER FILE -- ITEMS VALUED "
                   "AT MASTER COST."
           ELSE
               PERFORM 260-VALUE-NEXT-LAYER
                   UNTIL CSTLAYER-EOF
               CLOSE CSTLAYER.
      *
       260-VALUE-NEXT-LAYER.
      *
           READ CSTLAYER
               AT END
                   MOVE "Y" TO CSTLAYER-EOF-SWITCH
               NOT AT END
                   IF CL-LAYER-QUANTITY > ZERO
                       SEARCH ALL ITEM-ENTRY
                           AT END
                               CONTINUE
                           WHEN OI-ITEM-NO (ITEM-INDEX) = CL-ITEM-NO
                               COMPUTE OI-LAYER-VALUE (ITEM-INDEX)
                                   ROUNDED =
                                   OI-LAYER-VALUE (ITEM-INDEX)
                                   + CL-LAYER-QUANTITY * CL-UNIT-COST
                               MOVE "Y"
                                   TO OI-LAYER-SWITCH (ITEM-INDEX)
                       END-SEARCH
                   END-IF
           END-READ.
      *
       300-RELEASE-STOCKED-ITEMS.
      *
           PERFORM 310-RELEASE-ONE-ITEM
               VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-ENTRY-COUNT.
      *
       310-RELEASE-ONE-ITEM.
      *
           IF OI-ON-HAND (ITEM-INDEX) > ZERO
               MOVE OI-ABC-CLASS (ITEM-INDEX) TO SW-ABC-CLASS
               MOVE OI-ITEM-NO (ITEM-INDEX)   TO SW-ITEM-NO
               SET SW-ITEM-SUB TO ITEM-INDEX
               RELEASE SORT-WORK-AREA.
      *
       400-PRINT-RESERVE-LINES.
      *
           PERFORM 410-RETURN-NEXT-ITEM.
           PERFORM 420-RESERVE-ONE-ITEM
               UNTIL SORT-EOF.
      *
       410-RETURN-NEXT-ITEM.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       420-RESERVE-ONE-ITEM.
      *
           IF FIRST-CLASS
               MOVE SW-ABC-CLASS TO OLD-ABC-CLASS
               MOVE "N" TO FIRST-CLASS-SWITCH
               PERFORM 440-PRINT-CLASS-HEADING
           ELSE
               IF SW-ABC-CLASS NOT = OLD-ABC-CLASS
                   PERFORM 450-PRINT-CLASS-TOTAL
                   MOVE SW-ABC-CLASS TO OLD-ABC-CLASS
                   PERFORM 440-PRINT-CLASS-HEADING.
           MOVE SW-ITEM-SUB TO ITEM-SUB.
           PERFORM 425-AGE-AND-VALUE-ITEM.
           ADD STOCK-VALUE TO CLASS-STOCK-VALUE.
           IF ITEM-TIER NOT = ZERO
               COMPUTE ITEM-RESERVE ROUNDED =
                   STOCK-VALUE * ITEM-PERCENT / 100
               ADD ITEM-RESERVE TO CLASS-RESERVE
               ADD 1 TO CLASS-RESERVED-COUNT
               PERFORM 430-PRINT-RESERVE-LINE.
           PERFORM 410-RETURN-NEXT-ITEM.
      *
      *    AN ITEM THAT HAS NEVER BEEN RECEIVED OR SOLD ON RECORD
      *    TAKES THE OLDEST TIER.
      *
       425-AGE-AND-VALUE-ITEM.
      *
           IF OI-LAST-SALE-DATE (ITEM-SUB) >
               OI-LAST-RECEIPT-DATE (ITEM-SUB)
               MOVE OI-LAST-SALE-DATE (ITEM-SUB) TO LAST-ACTIVITY-DATE
           ELSE
               MOVE OI-LAST-RECEIPT-DATE (ITEM-SUB)
                   TO LAST-ACTIVITY-DATE.
           IF LAST-ACTIVITY-DATE = ZERO
               MOVE 999 TO AGE-MONTHS
           ELSE
               COMPUTE AGE-MONTHS =
                   (RM-YEAR * 12 + RM-MONTH)
                 - (LA-YEAR * 12 + LA-MONTH)
               IF AGE-MONTHS < ZERO
                   MOVE ZERO TO AGE-MONTHS
               END-IF
               IF AGE-MONTHS > 999
                   MOVE 999 TO AGE-MONTHS
               END-IF
           END-IF.
           MOVE ZERO TO ITEM-TIER
                        ITEM-PERCENT
                        ITEM-RESERVE.
           PERFORM 427-APPLY-RESERVE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 5.
           IF OI-LAYERS-FOUND (ITEM-SUB)
               MOVE OI-LAYER-VALUE (ITEM-SUB) TO STOCK-VALUE
           ELSE
               COMPUTE STOCK-VALUE ROUNDED =
                   OI-ON-HAND (ITEM-SUB) * OI-UNIT-COST (ITEM-SUB).
      *
       427-APPLY-RESERVE-TIER.
      *
           IF OX-TIER-MONTHS (TIER-SUB) NOT = ZERO
             AND AGE-MONTHS NOT < OX-TIER-MONTHS (TIER-SUB)
               MOVE TIER-SUB TO ITEM-TIER
               MOVE OX-TIER-PERCENT (TIER-SUB) TO ITEM-PERCENT.
      *
       430-PRINT-RESERVE-LINE.
      *
           MOVE OI-ITEM-NO (ITEM-SUB)   TO OBD-ITEM-NO.
           MOVE OI-ITEM-DESC (ITEM-SUB) TO OBD-ITEM-DESC.
           MOVE OI-ON-HAND (ITEM-SUB)   TO OBD-ON-HAND.
           MOVE LAST-ACTIVITY-DATE      TO OBD-LAST-MOVED.
           MOVE AGE-MONTHS              TO OBD-AGE-MONTHS.
           MOVE ITEM-TIER               TO OBD-TIER.
           MOVE ITEM-PERCENT            TO OBD-PERCENT.
           MOVE STOCK-VALUE             TO OBD-STOCK-VALUE.
           MOVE ITEM-RESERVE            TO OBD-RESERVE.
           MOVE OBS-DETAIL-LINE TO OBS-PRINT-AREA.
           WRITE OBS-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       440-PRINT-CLASS-HEADING.
      *
           IF SW-ABC-CLASS = SPACE
               MOVE "NONE" TO OBC-ABC-CLASS
           ELSE
               MOVE SW-ABC-CLASS TO OBC-ABC-CLASS.
           MOVE OBS-CLASS-LINE TO OBS-PRINT-AREA.
           WRITE OBS-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       450-PRINT-CLASS-TOTAL.
      *
           IF OLD-ABC-CLASS = SPACE
               MOVE "NONE" TO OBT-ABC-CLASS
           ELSE
               MOVE OLD-ABC-CLASS TO OBT-ABC-CLASS.
           MOVE CLASS-RESERVED-COUNT TO OBT-RESERVED-COUNT.
           MOVE CLASS-STOCK-VALUE    TO OBT-STOCK-VALUE.
           MOVE CLASS-RESERVE        TO OBT-RESERVE.
           MOVE OBS-CLASS-TOTAL-LINE TO OBS-PRINT-AREA.
           WRITE OBS-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD CLASS-STOCK-VALUE    TO TOTAL-STOCK-VALUE.
           ADD CLASS-RESERVE        TO TOTAL-RESERVE.
           ADD CLASS-RESERVED-COUNT TO TOTAL-RESERVED-COUNT.
           MOVE ZERO TO CLASS-STOCK-VALUE
                        CLASS-RESERVE
                        CLASS-RESERVED-COUNT.
      *
       460-PRINT-RESERVE-SUMMARY.
      *
           MOVE "TOTAL STOCK VALUE" TO OBS-SUMMARY-DESC.
           MOVE TOTAL-STOCK-VALUE TO OBS-SUMMARY-AMOUNT.
           MOVE OBS-SUMMARY-LINE TO OBS-PRINT-AREA.
           WRITE OBS-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "RESERVE REQUIRED THIS MONTH" TO OBS-SUMMARY-DESC.
           MOVE TOTAL-RESERVE TO OBS-SUMMARY-AMOUNT.
           PERFORM 470-WRITE-SUMMARY-LINE.
           MOVE SPACE TO OBS-SUMMARY-DESC.
           STRING "RESERVE BOOKED THROUGH " DELIMITED BY SIZE
                  OX-LAST-RESERVE-MONTH DELIMITED BY SIZE
               INTO OBS-SUMMARY-DESC.
           MOVE OX-LAST-RESERVE-TOTAL TO OBS-SUMMARY-AMOUNT.
           PERFORM 470-WRITE-SUMMARY-LINE.
           MOVE "CHANGE JOURNALED TO GLJRNL" TO OBS-SUMMARY-DESC.
           MOVE RESERVE-CHANGE TO OBS-SUMMARY-AMOUNT.
           PERFORM 470-WRITE-SUMMARY-LINE.
           MOVE RESERVE-CHANGE TO POSTING-VALUE.
           DISPLAY "RESERVE REQUIRED " TOTAL-RESERVE
               "  CHANGE " RESERVE-CHANGE.
      *
       470-WRITE-SUMMARY-LINE.
      *
           MOVE OBS-SUMMARY-LINE TO OBS-PRINT-AREA.
           WRITE OBS-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    A RISING RESERVE IS EXPENSE; A FALLING ONE -- STOCK
      *    SOLD, SCRAPPED OR WRITTEN DOWN SINCE -- RELEASES IT.
      *
       500-JOURNAL-RESERVE-CHANGE.
      *
           OPEN EXTEND GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               OPEN OUTPUT GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               DISPLAY "OBS1000 JOURNAL NOT WRITTEN -- STATUS "
                   GLJRNL-FILE-STATUS
               MOVE "N" TO JOURNAL-WRITTEN-SWITCH
           ELSE
               MOVE RUN-DATE  TO GJ-ENTRY-DATE
               MOVE "OBS1000" TO GJ-SOURCE-PROGRAM
               MOVE SPACE     TO GJ-ENTERED-BY
               SET JOURNAL-LINE-UNPOSTED TO TRUE
               IF RESERVE-CHANGE > ZERO
                   MOVE GL-OBSOLESCENCE-EXPENSE-ACCT TO GJ-ACCOUNT-NO
                   MOVE POSTING-VALUE TO GJ-DEBIT-AMOUNT
                   MOVE ZERO TO GJ-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
                   MOVE GL-INVENTORY-RESERVE-ACCT TO GJ-ACCOUNT-NO
                   MOVE ZERO TO GJ-DEBIT-AMOUNT
                   MOVE POSTING-VALUE TO GJ-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
               ELSE
                   COMPUTE POSTING-VALUE = ZERO - RESERVE-CHANGE
                   MOVE GL-INVENTORY-RESERVE-ACCT TO GJ-ACCOUNT-NO
                   MOVE POSTING-VALUE TO GJ-DEBIT-AMOUNT
                   MOVE ZERO TO GJ-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
                   MOVE GL-OBSOLESCENCE-EXPENSE-ACCT TO GJ-ACCOUNT-NO
                   MOVE ZERO TO GJ-DEBIT-AMOUNT
                   MOVE POSTING-VALUE TO GJ-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
               END-IF
               CLOSE GLJRNL
               DISPLAY "RESERVE CHANGE JOURNALED -- POST WITH "
                   "GLP1000.".
      *
       600-SAVE-RESERVE-CONTROLS.
      *
           MOVE RESERVE-MONTH TO OX-LAST-RESERVE-MONTH.
           MOVE TOTAL-RESERVE TO OX-LAST-RESERVE-TOTAL.
           OPEN OUTPUT OBSCTL.
           WRITE OBSOLESCENCE-CONTROL-RECORD.
           CLOSE OBSCTL.
