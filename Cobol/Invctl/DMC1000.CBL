       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. DMC1000.
      *
      *    MONTH-END DEMAND CAPTURE. FOR THE KEYED MONTH, ONE
      *    DEMAND TRANSACTION IS APPENDED TO DEMTRAN FOR EVERY ITEM
      *    ON THE INVENTORY MASTER -- A ZERO FOR AN ITEM WITH NO
      *    DEMAND, SO THE REORDER-POINT AVERAGE COUNTS THE QUIET
      *    MONTHS TOO. AN ITEM'S DEMAND IS THE UNITS BILLED ON THE
      *    ITEM-SALES DETAIL, LESS THE CUSTOMER RETURNS RMA
      *    RECEIVING PUT BACK INTO STOCK, PLUS THE COMPONENT UNITS
      *    KIT BUILDS AND WORK-ORDER COMPLETIONS CONSUMED, PLUS THE
      *    BACKORDERS CANCELLED BEFORE THEY WERE BILLED -- SALES
      *    LOST FOR WANT OF STOCK. RETURNS AND BUILDS COME FROM THE
      *    MOVEMENT LEDGER, SO THE CAPTURE RUNS BEFORE THE MONTH'S
      *    MOVEMENTS ARE ARCHIVED. A MONTH ALREADY ON DEMTRAN IS
      *    REFUSED.
      *
      *    THE CONTROL REPORT LISTS EVERY ITEM WITH ACTIVITY AND
      *    PROVES THE UNITS WRITTEN BACK TO THE ITEM-SALES UNITS
      *    BILLED IN THE MONTH, LINE BY RECONCILING LINE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ITMSALES ASSIGN TO "c:\cobol\data\itmsales.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ITMSALES-FILE-STATUS.
           SELECT MOVLEDGR ASSIGN TO "c:\cobol\data\invmove.dat"
                           FILE STATUS IS MOVLEDGR-FILE-STATUS.
           SELECT ORDCHG   ASSIGN TO "c:\cobol\data\ordchg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ORDCHG-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES
                           FILE STATUS IS INVMAST-FILE-STATUS.
           SELECT DEMTRAN  ASSIGN TO "c:\cobol\data\demtran.dat"
                           FILE STATUS IS DEMTRAN-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk16.dat".
           SELECT CTLRPT   ASSIGN TO "c:\cobol\data\dmc1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ITMSALES.
      *
       COPY "Itmsales.cpy".
      *
       FD  MOVLEDGR.
      *
       COPY "Invmove.cpy".
      *
       FD  ORDCHG.
      *
       COPY "Ordchg.cpy".
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
       FD  DEMTRAN.
      *
       COPY "Demtran.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-ITEM-NO              PIC X(5).
           05  SW-DEMAND-SOURCE        PIC X.
               88  SW-BILLED-SALE              VALUE "S".
               88  SW-CUSTOMER-RETURN          VALUE "R".
               88  SW-COMPONENT-USAGE          VALUE "U".
               88  SW-LOST-SALE                VALUE "L".
           05  SW-QUANTITY             PIC S9(7).
      *
       FD  CTLRPT.
       01  CTL-PRINT-AREA          PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ITMSALES-EOF-SWITCH         PIC X   VALUE "N".
               88  ITMSALES-EOF                    VALUE "Y".
           05  MOVLEDGR-EOF-SWITCH         PIC X   VALUE "N".
               88  MOVLEDGR-EOF                    VALUE "Y".
           05  ORDCHG-EOF-SWITCH           PIC X   VALUE "N".
               88  ORDCHG-EOF                      VALUE "Y".
           05  DEMTRAN-EOF-SWITCH          PIC X   VALUE "N".
               88  DEMTRAN-EOF                     VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  ALL-ITEMS-PROCESSED-SWITCH  PIC X   VALUE "N".
               88  ALL-ITEMS-PROCESSED             VALUE "Y".
           05  PERIOD-CAPTURED-SWITCH      PIC X   VALUE "N".
               88  PERIOD-ALREADY-CAPTURED         VALUE "Y".
           05  VALID-MONTH-SWITCH          PIC X   VALUE "N".
               88  VALID-MONTH                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ITMSALES-FILE-STATUS    PIC XX.
               88  ITMSALES-SUCCESSFUL         VALUE "00".
           05  MOVLEDGR-FILE-STATUS    PIC XX.
               88  MOVLEDGR-SUCCESSFUL         VALUE "00".
           05  ORDCHG-FILE-STATUS      PIC XX.
               88  ORDCHG-SUCCESSFUL           VALUE "00".
           05  INVMAST-FILE-STATUS     PIC XX.
               88  INVMAST-SUCCESSFUL          VALUE "00".
           05  DEMTRAN-FILE-STATUS     PIC XX.
               88  DEMTRAN-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  CAPTURE-MONTH           PIC 9(6).
           05  FILLER REDEFINES CAPTURE-MONTH.
               10  CAPTURE-YEAR        PIC 9(4).
               10  CAPTURE-MONTH-NO    PIC 9(2).
      *
       01  DATE-WORK-FIELDS.
           05  ACTIVITY-DATE           PIC 9(8).
           05  FILLER REDEFINES ACTIVITY-DATE.
               10  ACTIVITY-MONTH      PIC 9(6).
               10  ACTIVITY-DAY        PIC 9(2).
      *
      *    ONE ITEM'S DEMAND, BUILT FROM ITS GROUP OF SORTED
      *    RECORDS. THE ITEM NUMBER GOES TO HIGH-VALUE WHEN THE
      *    SORT IS EXHAUSTED SO THE MASTER MATCH RUNS OUT CLEANLY.
      *
       01  ITEM-DEMAND-FIELDS.
           05  DEMAND-ITEM-NO          PIC X(5).
           05  ITEM-BILLED-UNITS       PIC S9(7).
           05  ITEM-RETURNED-UNITS     PIC S9(7).
           05  ITEM-USAGE-UNITS        PIC S9(7).
           05  ITEM-LOST-UNITS         PIC S9(7).
           05  ITEM-NET-DEMAND         PIC S9(7).
           05  ITEM-DEMAND-WRITTEN     PIC S9(7).
      *
       01  COUNT-FIELDS.
           05  SALES-RECORDS-READ      PIC 9(7)    VALUE ZERO.
           05  MOVEMENTS-READ          PIC 9(7)    VALUE ZERO.
           05  CHANGES-READ            PIC 9(7)    VALUE ZERO.
           05  DEMAND-RECORDS-WRITTEN  PIC 9(5)    VALUE ZERO.
           05  ZERO-DEMAND-RECORDS     PIC 9(5)    VALUE ZERO.
           05  UNMATCHED-ITEM-COUNT    PIC 9(5)    VALUE ZERO.
      *
      *    THE PROOF. BILLED UNITS ARE TOTALLED TWICE -- AS THEY
      *    ARE READ FROM ITEM SALES AND AS THEY COME BACK OUT OF
      *    THE SORT -- AND THE UNITS WRITTEN MUST EQUAL THE NET
      *    DEMAND ADJUSTED BY EVERY RECONCILING LINE.
      *
       01  CONTROL-TOTALS.
           05  ITMSALES-UNITS-READ     PIC S9(9)   VALUE ZERO.
           05  BILLED-UNITS-SORTED     PIC S9(9)   VALUE ZERO.
           05  RETURNED-UNITS-TOTAL    PIC S9(9)   VALUE ZERO.
           05  USAGE-UNITS-TOTAL       PIC S9(9)   VALUE ZERO.
           05  LOST-UNITS-TOTAL        PIC S9(9)   VALUE ZERO.
           05  NET-DEMAND-TOTAL        PIC S9(9)   VALUE ZERO.
           05  NEGATIVE-RAISED-TOTAL   PIC S9(9)   VALUE ZERO.
           05  OVERSIZE-CAPPED-TOTAL   PIC S9(9)   VALUE ZERO.
           05  UNMATCHED-UNITS-TOTAL   PIC S9(9)   VALUE ZERO.
           05  EXPECTED-UNITS-WRITTEN  PIC S9(9)   VALUE ZERO.
           05  UNITS-WRITTEN-TOTAL     PIC S9(9)   VALUE ZERO.
      *
       01  CTL-HEADING-LINE-1.
           05  FILLER                  PIC X(20) VALUE SPACE.
           05  FILLER                  PIC X(40)
               VALUE "DMC1000 DEMAND CAPTURE CONTROL REPORT --".
           05  FILLER                  PIC X(7)  VALUE " MONTH ".
           05  CHL1-CAPTURE-MONTH      PIC 9(6).
      *
       01  CTL-HEADING-LINE-2.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE "ITEM NO".
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "    BILLED".
           05  FILLER                  PIC X(11) VALUE "   RETURNED".
           05  FILLER                  PIC X(11) VALUE "  KIT USAGE".
           05  FILLER                  PIC X(11) VALUE "  LOST SALE".
           05  FILLER                  PIC X(11) VALUE "     DEMAND".
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(4)  VALUE "NOTE".
      *
       01  CTL-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  CDL-BILLED-UNITS        PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CDL-RETURNED-UNITS      PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CDL-USAGE-UNITS         PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CDL-LOST-UNITS          PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CDL-DEMAND-WRITTEN      PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CDL-NOTE                PIC X(24).
      *
       01  CTL-PROOF-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CPL-DESCRIPTION         PIC X(45).
           05  CPL-UNITS               PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CPL-NOTE                PIC X(20).
      *
       PROCEDURE DIVISION.
      *
       000-CAPTURE-MONTHLY-DEMAND.
      *
           DISPLAY "DMC1000 MONTH-END DEMAND CAPTURE".
           DISPLAY "-----------------------------------------------".
           PERFORM 050-GET-CAPTURE-MONTH
               UNTIL VALID-MONTH.
           PERFORM 070-CHECK-MONTH-NOT-CAPTURED.
           IF PERIOD-ALREADY-CAPTURED
               DISPLAY "DEMAND FOR " CAPTURE-MONTH " IS ALREADY ON "
                   "DEMTRAN -- NOTHING CAPTURED."
               STOP RUN.
           OPEN INPUT INVMAST.
           IF NOT INVMAST-SUCCESSFUL
               DISPLAY "INVENTORY MASTER COULD NOT BE OPENED -- "
                   "STATUS " INVMAST-FILE-STATUS
               STOP RUN.
           OPEN EXTEND DEMTRAN.
           IF NOT DEMTRAN-SUCCESSFUL
               OPEN OUTPUT DEMTRAN.
           OPEN OUTPUT CTLRPT.
           MOVE CAPTURE-MONTH TO CHL1-CAPTURE-MONTH.
           MOVE CTL-HEADING-LINE-1 TO CTL-PRINT-AREA.
           WRITE CTL-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE CTL-HEADING-LINE-2 TO CTL-PRINT-AREA.
           WRITE CTL-PRINT-AREA AFTER ADVANCING 2 LINES.
           SORT SORTWORK
               ON ASCENDING KEY SW-ITEM-NO
               INPUT PROCEDURE IS 100-RELEASE-DEMAND-ACTIVITY
               OUTPUT PROCEDURE IS 300-WRITE-DEMAND-TRANSACTIONS.
           PERFORM 500-PRINT-CONTROL-PROOF.
           CLOSE INVMAST
                 DEMTRAN
                 CTLRPT.
           DISPLAY "DMC1000 SALES LINES " SALES-RECORDS-READ
               "  MOVEMENTS " MOVEMENTS-READ
               "  LOST-SALE CANCELLATIONS " CHANGES-READ.
           DISPLAY "DMC1000 DEMAND RECORDS WRITTEN "
               DEMAND-RECORDS-WRITTEN "  UNITS " UNITS-WRITTEN-TOTAL.
           DISPLAY "CONTROL REPORT WRITTEN TO DMC1RPT.PRN.".
           STOP RUN.
      *
       050-GET-CAPTURE-MONTH.
      *
           DISPLAY "ENTER CAPTURE MONTH (YYYYMM).".
           ACCEPT CAPTURE-MONTH.
           IF CAPTURE-MONTH-NO < 1 OR CAPTURE-MONTH-NO > 12
                   OR CAPTURE-YEAR < 1900
               DISPLAY "CAPTURE MONTH MUST BE YYYYMM."
           ELSE
               MOVE "Y" TO VALID-MONTH-SWITCH.
      *
       070-CHECK-MONTH-NOT-CAPTURED.
      *
           OPEN INPUT DEMTRAN.
           IF DEMTRAN-SUCCESSFUL
               PERFORM 075-CHECK-NEXT-DEMAND
                   UNTIL DEMTRAN-EOF
                      OR PERIOD-ALREADY-CAPTURED
               CLOSE DEMTRAN.
      *
       075-CHECK-NEXT-DEMAND.
      *
           READ DEMTRAN
               AT END
                   MOVE "Y" TO DEMTRAN-EOF-SWITCH
               NOT AT END
                   IF DT-PERIOD = CAPTURE-MONTH
                       MOVE "Y" TO PERIOD-CAPTURED-SWITCH
                   END-IF
           END-READ.
      *
       100-RELEASE-DEMAND-ACTIVITY.
      *
           OPEN INPUT ITMSALES.
           IF NOT ITMSALES-SUCCESSFUL
               DISPLAY "NO ITEM-SALES FILE ON FILE."
           ELSE
               PERFORM 110-RELEASE-NEXT-SALE
                   UNTIL ITMSALES-EOF
               CLOSE ITMSALES.
           OPEN INPUT MOVLEDGR.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "NO MOVEMENT LEDGER ON FILE -- RETURNS AND "
                   "BUILDS NOT COUNTED."
           ELSE
               PERFORM 120-RELEASE-NEXT-MOVEMENT
                   UNTIL MOVLEDGR-EOF
               CLOSE MOVLEDGR.
           OPEN INPUT ORDCHG.
           IF NOT ORDCHG-SUCCESSFUL
               DISPLAY "NO ORDER CHANGE LOG ON FILE -- LOST SALES "
                   "NOT COUNTED."
           ELSE
               PERFORM 130-RELEASE-NEXT-CHANGE
                   UNTIL ORDCHG-EOF
               CLOSE ORDCHG.
      *
       110-RELEASE-NEXT-SALE.
      *
           READ ITMSALES
               AT END
                   MOVE "Y" TO ITMSALES-EOF-SWITCH
               NOT AT END
                   MOVE IS-SALE-DATE TO ACTIVITY-DATE
                   IF ACTIVITY-MONTH = CAPTURE-MONTH
                       ADD 1 TO SALES-RECORDS-READ
                       ADD IS-QUANTITY TO ITMSALES-UNITS-READ
                       MOVE IS-ITEM-NO  TO SW-ITEM-NO
                       SET SW-BILLED-SALE TO TRUE
                       MOVE IS-QUANTITY TO SW-QUANTITY
                       RELEASE SORT-WORK-AREA
                   END-IF
           END-READ.
      *
       120-RELEASE-NEXT-MOVEMENT.
      *
      *    RMA RECEIVING POSTS THE WHOLE RETURN INTO STOCK. A KIT
      *    BUILD OR WORK-ORDER COMPLETION POSTS EACH COMPONENT OUT
      *    AS A NEGATIVE MOVEMENT AND THE PARENT IN AS A POSITIVE
      *    ONE -- ONLY THE COMPONENTS ARE DEMAND. WORK-ORDER SCRAP
      *    CARRIES A REASON CODE AND IS NOT.
      *
           READ MOVLEDGR
               AT END
                   MOVE "Y" TO MOVLEDGR-EOF-SWITCH
               NOT AT END
                   MOVE MV-MOVEMENT-DATE TO ACTIVITY-DATE
                   IF ACTIVITY-MONTH = CAPTURE-MONTH
                       ADD 1 TO MOVEMENTS-READ
                       PERFORM 125-RELEASE-MOVEMENT-DEMAND
                   END-IF
           END-READ.
      *
       125-RELEASE-MOVEMENT-DEMAND.
      *
           MOVE MV-ITEM-NO TO SW-ITEM-NO.
           EVALUATE TRUE
               WHEN MV-SOURCE-PROGRAM = "RMR1000"
                   SET SW-CUSTOMER-RETURN TO TRUE
                   MOVE MV-MOVEMENT-QUANTITY TO SW-QUANTITY
                   RELEASE SORT-WORK-AREA
               WHEN MV-SOURCE-PROGRAM = "BOM1000"
                 AND MV-MOVEMENT-QUANTITY < ZERO
                   SET SW-COMPONENT-USAGE TO TRUE
                   COMPUTE SW-QUANTITY = ZERO - MV-MOVEMENT-QUANTITY
                   RELEASE SORT-WORK-AREA
               WHEN MV-SOURCE-PROGRAM = "WOR2000"
                 AND MV-MOVEMENT-QUANTITY < ZERO
                 AND MV-REASON-CODE = SPACE
                   SET SW-COMPONENT-USAGE TO TRUE
                   COMPUTE SW-QUANTITY = ZERO - MV-MOVEMENT-QUANTITY
                   RELEASE SORT-WORK-AREA
           END-EVALUATE.
      *
       130-RELEASE-NEXT-CHANGE.
      *
           READ ORDCHG
               AT END
                   MOVE "Y" TO ORDCHG-EOF-SWITCH
               NOT AT END
                   MOVE CG-CHANGE-DATE TO ACTIVITY-DATE
                   IF ACTIVITY-MONTH = CAPTURE-MONTH
                     AND LINE-CANCELLED
                     AND PRIOR-BACKORDERED
                       ADD 1 TO CHANGES-READ
                       MOVE CG-ITEM-NO TO SW-ITEM-NO
                       SET SW-LOST-SALE TO TRUE
                       MOVE CG-PRIOR-QUANTITY TO SW-QUANTITY
                       RELEASE SORT-WORK-AREA
                   END-IF
           END-READ.
      *
       300-WRITE-DEMAND-TRANSACTIONS.
      *
      *    THE SORTED DEMAND IS MATCHED AGAINST THE MASTER IN ITEM
      *    ORDER: EVERY MASTER ITEM GETS A RECORD, AND DEMAND FOR
      *    AN ITEM NOT ON THE MASTER IS REPORTED, NOT WRITTEN.
      *
           MOVE LOW-VALUE TO IM-ITEM-NO.
           PERFORM 310-RETURN-NEXT-ACTIVITY.
           PERFORM 320-READ-NEXT-MASTER.
           PERFORM 400-PROCESS-NEXT-ITEM
               UNTIL ALL-ITEMS-PROCESSED.
      *
       310-RETURN-NEXT-ACTIVITY.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
                   MOVE HIGH-VALUE TO SW-ITEM-NO.
      *
       320-READ-NEXT-MASTER.
      *
           READ INVMAST NEXT RECORD
               AT END
                   MOVE HIGH-VALUE TO IM-ITEM-NO.
      *
       400-PROCESS-NEXT-ITEM.
      *
           EVALUATE TRUE
               WHEN IM-ITEM-NO = HIGH-VALUE
                 AND SW-ITEM-NO = HIGH-VALUE
                   MOVE "Y" TO ALL-ITEMS-PROCESSED-SWITCH
               WHEN SW-ITEM-NO < IM-ITEM-NO
                   PERFORM 410-ACCUMULATE-ITEM-DEMAND
                   PERFORM 460-REPORT-UNMATCHED-ITEM
               WHEN SW-ITEM-NO = IM-ITEM-NO
                   PERFORM 410-ACCUMULATE-ITEM-DEMAND
                   PERFORM 430-WRITE-ITEM-DEMAND
                   PERFORM 320-READ-NEXT-MASTER
               WHEN OTHER
                   MOVE IM-ITEM-NO TO DEMAND-ITEM-NO
                   MOVE ZERO TO ITEM-BILLED-UNITS
                                ITEM-RETURNED-UNITS
                                ITEM-USAGE-UNITS
                                ITEM-LOST-UNITS
                   PERFORM 430-WRITE-ITEM-DEMAND
                   PERFORM 320-READ-NEXT-MASTER
           END-EVALUATE.
      *
       410-ACCUMULATE-ITEM-DEMAND.
      *
           MOVE SW-ITEM-NO TO DEMAND-ITEM-NO.
           MOVE ZERO TO ITEM-BILLED-UNITS
                        ITEM-RETURNED-UNITS
                        ITEM-USAGE-UNITS
                        ITEM-LOST-UNITS.
           PERFORM 420-ADD-ITEM-ACTIVITY
               UNTIL SW-ITEM-NO NOT = DEMAND-ITEM-NO.
      *
       420-ADD-ITEM-ACTIVITY.
      *
           EVALUATE TRUE
               WHEN SW-BILLED-SALE
                   ADD SW-QUANTITY TO ITEM-BILLED-UNITS
               WHEN SW-CUSTOMER-RETURN
                   ADD SW-QUANTITY TO ITEM-RETURNED-UNITS
               WHEN SW-COMPONENT-USAGE
                   ADD SW-QUANTITY TO ITEM-USAGE-UNITS
               WHEN SW-LOST-SALE
                   ADD SW-QUANTITY TO ITEM-LOST-UNITS
           END-EVALUATE.
           PERFORM 310-RETURN-NEXT-ACTIVITY.
      *
       430-WRITE-ITEM-DEMAND.
      *
      *    MORE RETURNED THAN SOLD LEAVES NO DEMAND, NOT NEGATIVE
      *    DEMAND; A MONTH TOO BIG FOR THE FIELD IS HELD AT ITS
      *    LIMIT. BOTH SHOW ON THE PROOF.
      *
           PERFORM 440-ADD-TO-CONTROL-TOTALS.
           MOVE SPACE TO CDL-NOTE.
           EVALUATE TRUE
               WHEN ITEM-NET-DEMAND < ZERO
                   MOVE ZERO TO ITEM-DEMAND-WRITTEN
                   SUBTRACT ITEM-NET-DEMAND FROM NEGATIVE-RAISED-TOTAL
                   MOVE "RETURNS EXCEED DEMAND" TO CDL-NOTE
               WHEN ITEM-NET-DEMAND > 99999
                   MOVE 99999 TO ITEM-DEMAND-WRITTEN
                   COMPUTE OVERSIZE-CAPPED-TOTAL =
                       OVERSIZE-CAPPED-TOTAL + ITEM-NET-DEMAND - 99999
                   MOVE "HELD AT 99999" TO CDL-NOTE
               WHEN OTHER
                   MOVE ITEM-NET-DEMAND TO ITEM-DEMAND-WRITTEN
           END-EVALUATE.
           MOVE DEMAND-ITEM-NO      TO DT-ITEM-NO.
           MOVE CAPTURE-MONTH       TO DT-PERIOD.
           MOVE ITEM-DEMAND-WRITTEN TO DT-DEMAND-QUANTITY.
           WRITE DEMAND-TRANSACTION.
           IF NOT DEMTRAN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON DEMTRAN FOR ITEM "
                   DEMAND-ITEM-NO " -- STATUS " DEMTRAN-FILE-STATUS
           ELSE
               ADD 1 TO DEMAND-RECORDS-WRITTEN
               ADD ITEM-DEMAND-WRITTEN TO UNITS-WRITTEN-TOTAL
               IF ITEM-DEMAND-WRITTEN = ZERO
                   ADD 1 TO ZERO-DEMAND-RECORDS
               END-IF
           END-IF.
           IF ITEM-BILLED-UNITS NOT = ZERO
                   OR ITEM-RETURNED-UNITS NOT = ZERO
                   OR ITEM-USAGE-UNITS NOT = ZERO
                   OR ITEM-LOST-UNITS NOT = ZERO
               PERFORM 450-PRINT-ITEM-LINE.
      *
       440-ADD-TO-CONTROL-TOTALS.
      *
           COMPUTE ITEM-NET-DEMAND = ITEM-BILLED-UNITS
               - ITEM-RETURNED-UNITS + ITEM-USAGE-UNITS
               + ITEM-LOST-UNITS.
           ADD ITEM-BILLED-UNITS   TO BILLED-UNITS-SORTED.
           ADD ITEM-RETURNED-UNITS TO RETURNED-UNITS-TOTAL.
           ADD ITEM-USAGE-UNITS    TO USAGE-UNITS-TOTAL.
           ADD ITEM-LOST-UNITS     TO LOST-UNITS-TOTAL.
           ADD ITEM-NET-DEMAND     TO NET-DEMAND-TOTAL.
      *
       450-PRINT-ITEM-LINE.
      *
           MOVE DEMAND-ITEM-NO      TO CDL-ITEM-NO.
           MOVE ITEM-BILLED-UNITS   TO CDL-BILLED-UNITS.
           MOVE ITEM-RETURNED-UNITS TO CDL-RETURNED-UNITS.
           MOVE ITEM-USAGE-UNITS    TO CDL-USAGE-UNITS.
           MOVE ITEM-LOST-UNITS     TO CDL-LOST-UNITS.
           MOVE ITEM-DEMAND-WRITTEN TO CDL-DEMAND-WRITTEN.
           MOVE CTL-DETAIL-LINE TO CTL-PRINT-AREA.
           WRITE CTL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       460-REPORT-UNMATCHED-ITEM.
      *
           PERFORM 440-ADD-TO-CONTROL-TOTALS.
           ADD 1 TO UNMATCHED-ITEM-COUNT.
           ADD ITEM-NET-DEMAND TO UNMATCHED-UNITS-TOTAL.
           MOVE ZERO TO ITEM-DEMAND-WRITTEN.
           MOVE "NOT ON MASTER -- SKIPPED" TO CDL-NOTE.
           PERFORM 450-PRINT-ITEM-LINE.
      *
       500-PRINT-CONTROL-PROOF.
      *
           COMPUTE EXPECTED-UNITS-WRITTEN = NET-DEMAND-TOTAL
               + NEGATIVE-RAISED-TOTAL - OVERSIZE-CAPPED-TOTAL
               - UNMATCHED-UNITS-TOTAL.
           MOVE SPACE TO CPL-NOTE.
           MOVE "ITEM-SALES UNITS BILLED IN MONTH"
               TO CPL-DESCRIPTION.
           MOVE ITMSALES-UNITS-READ TO CPL-UNITS.
           MOVE CTL-PROOF-LINE TO CTL-PRINT-AREA.
           WRITE CTL-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "BILLED UNITS CARRIED INTO DEMAND"
               TO CPL-DESCRIPTION.
           MOVE BILLED-UNITS-SORTED TO CPL-UNITS.
           IF BILLED-UNITS-SORTED = ITMSALES-UNITS-READ
               MOVE "TIES TO ITEM SALES" TO CPL-NOTE
           ELSE
               MOVE "*** DOES NOT TIE ***" TO CPL-NOTE.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE SPACE TO CPL-NOTE.
           MOVE "LESS CUSTOMER RETURNS RECEIVED"
               TO CPL-DESCRIPTION.
           MOVE RETURNED-UNITS-TOTAL TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "PLUS KIT AND WORK-ORDER COMPONENT USAGE"
               TO CPL-DESCRIPTION.
           MOVE USAGE-UNITS-TOTAL TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "PLUS LOST SALES (CANCELLED BACKORDERS)"
               TO CPL-DESCRIPTION.
           MOVE LOST-UNITS-TOTAL TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "NET DEMAND" TO CPL-DESCRIPTION.
           MOVE NET-DEMAND-TOTAL TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "PLUS NEGATIVE ITEM DEMAND RAISED TO ZERO"
               TO CPL-DESCRIPTION.
           MOVE NEGATIVE-RAISED-TOTAL TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "LESS DEMAND OVER 99999 NOT WRITTEN"
               TO CPL-DESCRIPTION.
           MOVE OVERSIZE-CAPPED-TOTAL TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "LESS DEMAND FOR ITEMS NOT ON MASTER"
               TO CPL-DESCRIPTION.
           MOVE UNMATCHED-UNITS-TOTAL TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "DEMAND UNITS WRITTEN TO DEMTRAN"
               TO CPL-DESCRIPTION.
           MOVE UNITS-WRITTEN-TOTAL TO CPL-UNITS.
           IF UNITS-WRITTEN-TOTAL = EXPECTED-UNITS-WRITTEN
               MOVE "IN BALANCE" TO CPL-NOTE
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO CPL-NOTE.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE SPACE TO CPL-NOTE.
           MOVE "DEMAND RECORDS WRITTEN" TO CPL-DESCRIPTION.
           MOVE DEMAND-RECORDS-WRITTEN TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "  OF WHICH ZERO DEMAND" TO CPL-DESCRIPTION.
           MOVE ZERO-DEMAND-RECORDS TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "ITEMS WITH DEMAND NOT ON MASTER" TO CPL-DESCRIPTION.
           MOVE UNMATCHED-ITEM-COUNT TO CPL-UNITS.
           PERFORM 510-PRINT-PROOF-LINE.
      *
       510-PRINT-PROOF-LINE.
      *
           MOVE CTL-PROOF-LINE TO CTL-PRINT-AREA.
           WRITE CTL-PRINT-AREA AFTER ADVANCING 1 LINES.
