       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CRU1000.
      *
      *    KIT COST ROLL-UP. EVERY PARENT ON THE BILL-OF-MATERIAL
      *    FILE IS COSTED FROM ITS COMPONENTS -- EACH COMPONENT AT
      *    ITS CURRENT FIFO LAYER COST (THE OLDEST LAYER STILL
      *    HOLDING STOCK), OR AT ITS MASTER COST WHEN IT HAS NO OPEN
      *    LAYER. A COMPONENT THAT IS ITSELF A KIT IS COSTED AT ITS
      *    OWN ROLLED COST, SO THE ROLL-UP WORKS UP FROM THE LOWEST
      *    LEVEL ONE PASS AT A TIME. A PROOF LIST SHOWS OLD COST,
      *    ROLLED COST, AND THE CHANGE, AND FLAGS KITS THAT WOULD
      *    COST MORE THAN THEY SELL FOR; ON OPERATOR APPROVAL THE
      *    COST CHANGES ARE WRITTEN TO MNTTRAN FOR THE NORMAL
      *    SEQ2000 EDIT AND UPDATE RUN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT BOMMAST  ASSIGN TO "c:\cobol\data\bommast.dat"
                           FILE STATUS IS BOMMAST-FILE-STATUS.
           SELECT CSTLAYER ASSIGN TO "c:\cobol\data\cstlayer.dat"
                           FILE STATUS IS CSTLAYER-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT MNTTRAN  ASSIGN TO "c:\cobol\data\mnttran.dat"
                           FILE STATUS IS MNTTRAN-FILE-STATUS.
           SELECT PRFRPT   ASSIGN TO "c:\cobol\data\cru1prf.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BOMMAST.
      *
       COPY "Bommast.cpy".
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
       FD  MNTTRAN.
      *
       01  TRANSACTION-RECORD      PIC X(101).
      *
       FD  PRFRPT.
       01  PRF-PRINT-AREA          PIC X(101).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  BOMMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  BOMMAST-EOF                     VALUE "Y".
           05  CSTLAYER-EOF-SWITCH         PIC X   VALUE "N".
               88  CSTLAYER-EOF                    VALUE "Y".
           05  TABLE-OVERFLOW-SWITCH       PIC X   VALUE "N".
               88  TABLE-OVERFLOW                  VALUE "Y".
           05  PASS-PROGRESS-SWITCH        PIC X   VALUE "Y".
               88  PASS-MADE-PROGRESS              VALUE "Y".
           05  KIT-READY-SWITCH            PIC X   VALUE "Y".
               88  KIT-READY                       VALUE "Y".
           05  PARENT-FOUND-SWITCH         PIC X   VALUE "N".
               88  PARENT-FOUND                    VALUE "Y".
           05  GENERATE-SWITCH             PIC X   VALUE "N".
               88  GENERATE-APPROVED               VALUE "Y" "y".
           05  MNTTRAN-EOF-SWITCH          PIC X   VALUE "N".
               88  MNTTRAN-EOF                     VALUE "Y".
           05  TRAILER-FOUND-SWITCH        PIC X   VALUE "N".
               88  TRAILER-FOUND                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  BOMMAST-FILE-STATUS     PIC XX.
               88  BOMMAST-SUCCESSFUL          VALUE "00".
           05  CSTLAYER-FILE-STATUS    PIC XX.
               88  CSTLAYER-SUCCESSFUL         VALUE "00".
           05  MNTTRAN-FILE-STATUS     PIC XX.
               88  MNTTRAN-SUCCESSFUL          VALUE "00".
      *
       01  ROLL-UP-WORK-FIELDS.
           05  COMPONENT-UNIT-COST     PIC S9(7)V99.
           05  KIT-ACCUMULATED-COST    PIC S9(7)V99.
           05  COST-CHANGE             PIC S9(7)V99.
           05  KIT-SUB                 PIC S9(3)   COMP.
           05  BOM-SUB                 PIC S9(4)   COMP.
           05  MASTER-COSTED-SWITCH    PIC X.
               88  MASTER-COSTED                   VALUE "Y".
      *
       01  CHANGE-COUNT-FIELDS.
           05  KITS-ROLLED-COUNT       PIC 9(5)    VALUE ZERO.
           05  KITS-CHANGED-COUNT      PIC 9(5)    VALUE ZERO.
           05  KITS-OVER-PRICE-COUNT   PIC 9(5)    VALUE ZERO.
           05  KITS-NOT-ROLLED-COUNT   PIC 9(5)    VALUE ZERO.
           05  TRANSACTIONS-MADE-COUNT PIC 9(5)    VALUE ZERO.
      *
       01  BOM-TABLE.
           05  BOM-ENTRY-COUNT         PIC S9(4)   COMP  VALUE ZERO.
           05  BOM-ENTRY                   OCCURS 1000 TIMES.
               10  BT-PARENT-ITEM-NO       PIC X(5).
               10  BT-COMPONENT-ITEM-NO    PIC X(5).
               10  BT-COMPONENT-QUANTITY   PIC 9(3).
      *
      *    ONE ENTRY PER PARENT. THE ROLLED SWITCH IS SET ONCE
      *    EVERY COMPONENT HAS A COST -- A KIT WHOSE SUB-KITS NEVER
      *    ROLL IS ON A CIRCULAR BILL AND IS LEFT ALONE.
      *
       01  KIT-TABLE.
           05  KIT-ENTRY-COUNT         PIC S9(3)   COMP  VALUE ZERO.
           05  KIT-ENTRY                   OCCURS 300 TIMES
                                           INDEXED BY KIT-INDEX.
               10  KT-ITEM-NO              PIC X(5).
               10  KT-ROLLED-COST          PIC S9(7)V99.
               10  KT-ROLLED-SWITCH        PIC X.
                   88  KT-ROLLED                   VALUE "Y".
               10  KT-MASTER-COSTED-SWITCH PIC X.
                   88  KT-MASTER-COSTED            VALUE "Y".
               10  KT-SELECTED-SWITCH      PIC X.
                   88  KT-SELECTED                 VALUE "Y".
      *
      *    THE CURRENT FIFO COST OF AN ITEM IS THE COST OF ITS
      *    OLDEST LAYER STILL HOLDING STOCK. LAYERS ARE WRITTEN IN
      *    RECEIPT ORDER, SO THE FIRST OPEN LAYER READ IS THE ONE.
      *
       01  LAYER-COST-TABLE.
           05  LAYER-COST-COUNT        PIC S9(4)   COMP  VALUE ZERO.
           05  LAYER-COST-ENTRY            OCCURS 1000 TIMES
                                           INDEXED BY LAYER-INDEX.
               10  LC-ITEM-NO              PIC X(5).
               10  LC-UNIT-COST            PIC S9(3)V99.
      *
       01  MAINTENANCE-TRANSACTION.
           05  MT-TRANSACTION-TYPE     PIC X.
           05  MT-TRANSACTION-CODE     PIC X.
           05  MT-ITEM-NO              PIC X(5).
           05  MT-ITEM-DESC            PIC X(40).
           05  MT-UNIT-COST            PIC S9(3)V99.
           05  MT-UNIT-PRICE           PIC S9(3)V99.
           05  MT-REORDER-POINT        PIC S9(5).
           05  FILLER                  PIC X(39).
      *
       01  PRF-HEADING-LINE-1.
           05  FILLER                  PIC X(20) VALUE SPACE.
           05  FILLER                  PIC X(36)
               VALUE "CRU1000 KIT COST ROLL-UP PROOF LIST".
      *
       01  PRF-HEADING-LINE-2.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE "ITEM NO".
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(8)  VALUE "OLD COST".
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "ROLLED COST".
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "CHANGE".
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "UNIT PRICE".
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(4)  VALUE "NOTE".
      *
       01  PRF-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  PDL-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-OLD-COST            PIC ZZZ.99.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  PDL-ROLLED-COST         PIC Z,ZZZ,ZZZ.99.
           05  PDL-MASTER-COSTED-FLAG  PIC X.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PDL-COST-CHANGE         PIC Z,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  PDL-UNIT-PRICE          PIC ZZZ.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-NOTE                PIC X(18).
      *
       01  PRF-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PTL-DESCRIPTION         PIC X(32).
           05  PTL-COUNT               PIC ZZ,ZZ9.
      *
       01  PRF-NOTE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(40)
               VALUE "* ONE OR MORE COMPONENTS COSTED AT MASTE".
           05  FILLER                  PIC X(28)
               VALUE "R COST -- NO OPEN COST LAYER".
      *
       PROCEDURE DIVISION.
      *
       000-ROLL-UP-KIT-COSTS.
      *
           DISPLAY "CRU1000 KIT COST ROLL-UP".
           DISPLAY "-----------------------------------------------".
           PERFORM 100-LOAD-BILL-OF-MATERIALS.
           IF TABLE-OVERFLOW
               DISPLAY "CRU1000 BILL-OF-MATERIAL TABLES FULL -- "
                   "ROLL-UP NOT RUN."
           ELSE
               IF KIT-ENTRY-COUNT = ZERO
                   DISPLAY "NO KITS ON THE BILL-OF-MATERIAL FILE -- "
                       "NOTHING TO ROLL UP."
               ELSE
                   PERFORM 200-LOAD-LAYER-COSTS
                   OPEN INPUT INVMAST
                   PERFORM 300-ROLL-UP-ONE-PASS
                       UNTIL NOT PASS-MADE-PROGRESS
                   PERFORM 400-PRINT-PROOF-LIST
                   CLOSE INVMAST
                   IF KITS-CHANGED-COUNT = ZERO
                       DISPLAY "NO KIT COSTS CHANGED -- NOTHING TO "
                           "GENERATE."
                   ELSE
                       PERFORM 500-APPROVE-AND-GENERATE
                   END-IF
               END-IF.
           STOP RUN.
      *
       100-LOAD-BILL-OF-MATERIALS.
      *
           OPEN INPUT BOMMAST.
           IF NOT BOMMAST-SUCCESSFUL
               DISPLAY "CRU1000 NO BILL-OF-MATERIAL FILE -- STATUS "
                   BOMMAST-FILE-STATUS
           ELSE
               PERFORM 110-LOAD-NEXT-BOM-RECORD
                   UNTIL BOMMAST-EOF
                      OR TABLE-OVERFLOW
               CLOSE BOMMAST.
      *
       110-LOAD-NEXT-BOM-RECORD.
      *
           READ BOMMAST
               AT END
                   MOVE "Y" TO BOMMAST-EOF-SWITCH
               NOT AT END
                   PERFORM 120-TABLE-BOM-RECORD
           END-READ.
      *
       120-TABLE-BOM-RECORD.
      *
           IF BOM-ENTRY-COUNT < 1000
               ADD 1 TO BOM-ENTRY-COUNT
               MOVE BM-PARENT-ITEM-NO
                   TO BT-PARENT-ITEM-NO (BOM-ENTRY-COUNT)
               MOVE BM-COMPONENT-ITEM-NO
                   TO BT-COMPONENT-ITEM-NO (BOM-ENTRY-COUNT)
               MOVE BM-COMPONENT-QUANTITY
                   TO BT-COMPONENT-QUANTITY (BOM-ENTRY-COUNT)
               PERFORM 130-TABLE-KIT
           ELSE
               MOVE "Y" TO TABLE-OVERFLOW-SWITCH.
      *
       130-TABLE-KIT.
      *
           SET KIT-INDEX TO 1.
           SEARCH KIT-ENTRY
               AT END
                   MOVE "Y" TO TABLE-OVERFLOW-SWITCH
               WHEN KIT-INDEX > KIT-ENTRY-COUNT
                   ADD 1 TO KIT-ENTRY-COUNT
                   MOVE BM-PARENT-ITEM-NO TO KT-ITEM-NO (KIT-INDEX)
                   MOVE ZERO TO KT-ROLLED-COST (KIT-INDEX)
                   MOVE "N"  TO KT-ROLLED-SWITCH (KIT-INDEX)
                   MOVE "N"  TO KT-MASTER-COSTED-SWITCH (KIT-INDEX)
                   MOVE "N"  TO KT-SELECTED-SWITCH (KIT-INDEX)
               WHEN KT-ITEM-NO (KIT-INDEX) = BM-PARENT-ITEM-NO
                   CONTINUE
           END-SEARCH.
      *
       200-LOAD-LAYER-COSTS.
      *
           OPEN INPUT CSTLAYER.
           IF NOT CSTLAYER-SUCCESSFUL
               DISPLAY "CRU1000 NO COST LAYER FILE ON HAND -- "
                   "COMPONENTS COSTED AT MASTER COST"
           ELSE
               PERFORM 210-LOAD-NEXT-LAYER
                   UNTIL CSTLAYER-EOF
               CLOSE CSTLAYER.
      *
       210-LOAD-NEXT-LAYER.
      *
           READ CSTLAYER
               AT END
                   MOVE "Y" TO CSTLAYER-EOF-SWITCH
               NOT AT END
                   IF CL-LAYER-QUANTITY > ZERO
                       PERFORM 220-TABLE-LAYER-COST
                   END-IF
           END-READ.
      *
       220-TABLE-LAYER-COST.
      *
           SET LAYER-INDEX TO 1.
           SEARCH LAYER-COST-ENTRY
               AT END
                   DISPLAY "CRU1000 LAYER COST TABLE FULL -- ITEM "
                       CL-ITEM-NO " COSTED AT MASTER COST"
               WHEN LAYER-INDEX > LAYER-COST-COUNT
                   ADD 1 TO LAYER-COST-COUNT
                   MOVE CL-ITEM-NO   TO LC-ITEM-NO (LAYER-INDEX)
                   MOVE CL-UNIT-COST TO LC-UNIT-COST (LAYER-INDEX)
               WHEN LC-ITEM-NO (LAYER-INDEX) = CL-ITEM-NO
                   CONTINUE
           END-SEARCH.
      *
       300-ROLL-UP-ONE-PASS.
      *
      *    EACH PASS ROLLS EVERY KIT WHOSE COMPONENTS ARE ALL
      *    COSTED. THE PASSES STOP WHEN ONE ROLLS NOTHING NEW --
      *    EVERY KIT IS DONE, OR ONLY CIRCULAR BILLS REMAIN.
      *
           MOVE "N" TO PASS-PROGRESS-SWITCH.
           PERFORM 310-ROLL-UP-KIT
               VARYING KIT-SUB FROM 1 BY 1
               UNTIL KIT-SUB > KIT-ENTRY-COUNT.
      *
       310-ROLL-UP-KIT.
      *
           IF NOT KT-ROLLED (KIT-SUB)
               MOVE "Y"  TO KIT-READY-SWITCH
               MOVE "N"  TO MASTER-COSTED-SWITCH
               MOVE ZERO TO KIT-ACCUMULATED-COST
               PERFORM 320-COST-KIT-COMPONENT
                   VARYING BOM-SUB FROM 1 BY 1
                   UNTIL BOM-SUB > BOM-ENTRY-COUNT
                      OR NOT KIT-READY
               IF KIT-READY
                   MOVE KIT-ACCUMULATED-COST
                       TO KT-ROLLED-COST (KIT-SUB)
                   MOVE "Y" TO KT-ROLLED-SWITCH (KIT-SUB)
                   MOVE MASTER-COSTED-SWITCH
                       TO KT-MASTER-COSTED-SWITCH (KIT-SUB)
                   MOVE "Y" TO PASS-PROGRESS-SWITCH
               END-IF
           END-IF.
      *
       320-COST-KIT-COMPONENT.
      *
           IF BT-PARENT-ITEM-NO (BOM-SUB) = KT-ITEM-NO (KIT-SUB)
               PERFORM 330-GET-COMPONENT-COST
               IF KIT-READY
                   COMPUTE KIT-ACCUMULATED-COST =
                       KIT-ACCUMULATED-COST
                       + BT-COMPONENT-QUANTITY (BOM-SUB)
                           * COMPONENT-UNIT-COST
                       ON SIZE ERROR
                           MOVE 9999999.99 TO KIT-ACCUMULATED-COST
                   END-COMPUTE
               END-IF
           END-IF.
      *
       330-GET-COMPONENT-COST.
      *
      *    A SUB-KIT IS COSTED AT ITS ROLLED COST AND HOLDS THE KIT
      *    BACK UNTIL IT HAS ONE; ANY OTHER COMPONENT TAKES ITS
      *    CURRENT FIFO COST, ELSE ITS MASTER COST.
      *
           SET KIT-INDEX TO 1.
           SEARCH KIT-ENTRY
               AT END
                   PERFORM 340-GET-PURCHASED-COST
               WHEN KIT-INDEX > KIT-ENTRY-COUNT
                   PERFORM 340-GET-PURCHASED-COST
               WHEN KT-ITEM-NO (KIT-INDEX)
                       = BT-COMPONENT-ITEM-NO (BOM-SUB)
                   IF KT-ROLLED (KIT-INDEX)
                       MOVE KT-ROLLED-COST (KIT-INDEX)
                           TO COMPONENT-UNIT-COST
                       IF KT-MASTER-COSTED (KIT-INDEX)
                           MOVE "Y" TO MASTER-COSTED-SWITCH
                       END-IF
                   ELSE
                       MOVE "N" TO KIT-READY-SWITCH
                   END-IF
           END-SEARCH.
      *
       340-GET-PURCHASED-COST.
      *
           SET LAYER-INDEX TO 1.
           SEARCH LAYER-COST-ENTRY
               AT END
                   PERFORM 350-GET-MASTER-COST
               WHEN LAYER-INDEX > LAYER-COST-COUNT
                   PERFORM 350-GET-MASTER-COST
               WHEN LC-ITEM-NO (LAYER-INDEX)
                       = BT-COMPONENT-ITEM-NO (BOM-SUB)
                   MOVE LC-UNIT-COST (LAYER-INDEX)
                       TO COMPONENT-UNIT-COST
           END-SEARCH.
      *
       350-GET-MASTER-COST.
      *
           MOVE "Y" TO MASTER-COSTED-SWITCH.
           MOVE BT-COMPONENT-ITEM-NO (BOM-SUB) TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   DISPLAY "CRU1000 COMPONENT " IM-ITEM-NO
                       " NOT ON INVENTORY MASTER -- COSTED AT ZERO"
                   MOVE ZERO TO COMPONENT-UNIT-COST
               NOT INVALID KEY
                   MOVE IM-UNIT-COST TO COMPONENT-UNIT-COST
           END-READ.
      *
       400-PRINT-PROOF-LIST.
      *
           OPEN OUTPUT PRFRPT.
           MOVE PRF-HEADING-LINE-1 TO PRF-PRINT-AREA.
           WRITE PRF-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE PRF-HEADING-LINE-2 TO PRF-PRINT-AREA.
           WRITE PRF-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 410-PROOF-KIT
               VARYING KIT-SUB FROM 1 BY 1
               UNTIL KIT-SUB > KIT-ENTRY-COUNT.
           PERFORM 450-PRINT-PROOF-TOTALS.
           CLOSE PRFRPT.
           DISPLAY "PROOF LIST WRITTEN TO CRU1PRF.PRN.".
      *
       410-PROOF-KIT.
      *
           MOVE KT-ITEM-NO (KIT-SUB) TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   MOVE "N" TO PARENT-FOUND-SWITCH
                   MOVE SPACE TO IM-ITEM-DESC
                   MOVE ZERO  TO IM-UNIT-COST
                                 IM-UNIT-PRICE
               NOT INVALID KEY
                   MOVE "Y" TO PARENT-FOUND-SWITCH
           END-READ.
           MOVE KT-ITEM-NO (KIT-SUB) TO PDL-ITEM-NO.
           MOVE IM-ITEM-DESC (1:20)  TO PDL-ITEM-DESC.
           MOVE IM-UNIT-COST         TO PDL-OLD-COST.
           MOVE IM-UNIT-PRICE        TO PDL-UNIT-PRICE.
           MOVE SPACE                TO PDL-NOTE
                                        PDL-MASTER-COSTED-FLAG.
           IF KT-ROLLED (KIT-SUB)
               PERFORM 420-PROOF-ROLLED-KIT
           ELSE
               ADD 1 TO KITS-NOT-ROLLED-COUNT
               MOVE ZERO TO PDL-ROLLED-COST
                            PDL-COST-CHANGE
               MOVE "CIRCULAR BILL" TO PDL-NOTE.
           MOVE PRF-DETAIL-LINE TO PRF-PRINT-AREA.
           WRITE PRF-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       420-PROOF-ROLLED-KIT.
      *
      *    ONLY A KIT ON THE MASTER WHOSE ROLLED COST FITS THE COST
      *    FIELD AND DIFFERS FROM IT IS SELECTED. A ZERO COST CANNOT
      *    BE POSTED -- SEQ2000 READS A ZERO AS "NO CHANGE".
      *
           ADD 1 TO KITS-ROLLED-COUNT.
           COMPUTE COST-CHANGE =
               KT-ROLLED-COST (KIT-SUB) - IM-UNIT-COST.
           MOVE KT-ROLLED-COST (KIT-SUB) TO PDL-ROLLED-COST.
           MOVE COST-CHANGE              TO PDL-COST-CHANGE.
           IF KT-MASTER-COSTED (KIT-SUB)
               MOVE "*" TO PDL-MASTER-COSTED-FLAG.
           EVALUATE TRUE
               WHEN NOT PARENT-FOUND
                   MOVE "NOT ON MASTER" TO PDL-NOTE
               WHEN KT-ROLLED-COST (KIT-SUB) > 999.99
                   MOVE "COST TOO LARGE" TO PDL-NOTE
               WHEN KT-ROLLED-COST (KIT-SUB) NOT > ZERO
                   MOVE "NO COMPONENT COST" TO PDL-NOTE
               WHEN OTHER
                   IF KT-ROLLED-COST (KIT-SUB) > IM-UNIT-PRICE
                       MOVE "COST EXCEEDS PRICE" TO PDL-NOTE
                       ADD 1 TO KITS-OVER-PRICE-COUNT
                   END-IF
                   IF COST-CHANGE NOT = ZERO
                       MOVE "Y" TO KT-SELECTED-SWITCH (KIT-SUB)
                       ADD 1 TO KITS-CHANGED-COUNT
                   END-IF
           END-EVALUATE.
      *
       450-PRINT-PROOF-TOTALS.
      *
           MOVE "KITS ROLLED:" TO PTL-DESCRIPTION.
           MOVE KITS-ROLLED-COUNT TO PTL-COUNT.
           MOVE PRF-TOTAL-LINE TO PRF-PRINT-AREA.
           WRITE PRF-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "KIT COSTS TO CHANGE:" TO PTL-DESCRIPTION.
           MOVE KITS-CHANGED-COUNT TO PTL-COUNT.
           MOVE PRF-TOTAL-LINE TO PRF-PRINT-AREA.
           WRITE PRF-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "KITS COSTING MORE THAN PRICE:" TO PTL-DESCRIPTION.
           MOVE KITS-OVER-PRICE-COUNT TO PTL-COUNT.
           MOVE PRF-TOTAL-LINE TO PRF-PRINT-AREA.
           WRITE PRF-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "KITS NOT ROLLED (CIRCULAR):" TO PTL-DESCRIPTION.
           MOVE KITS-NOT-ROLLED-COUNT TO PTL-COUNT.
           MOVE PRF-TOTAL-LINE TO PRF-PRINT-AREA.
           WRITE PRF-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE PRF-NOTE-LINE TO PRF-PRINT-AREA.
           WRITE PRF-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       500-APPROVE-AND-GENERATE.
      *
           DISPLAY "REVIEW THE PROOF LIST. ENTER Y TO GENERATE THE".
           DISPLAY "COST CHANGE TRANSACTIONS FOR SEQ2000, OR N TO "
               "QUIT.".
           ACCEPT GENERATE-SWITCH.
           IF GENERATE-APPROVED
               PERFORM 510-GENERATE-CHANGE-TRANSACTIONS
           ELSE
               DISPLAY "NO TRANSACTIONS GENERATED.".
      *
       510-GENERATE-CHANGE-TRANSACTIONS.
      *
      *    SEQ2000 STOPS AT DEN1000'S BATCH CONTROL TRAILER, SO
      *    NOTHING IS APPENDED TO A SEALED TRANSACTION FILE.
      *
           PERFORM 515-CHECK-FOR-BATCH-TRAILER.
           IF TRAILER-FOUND
               DISPLAY "MNTTRAN ALREADY CARRIES A BATCH CONTROL "
                   "TRAILER."
               DISPLAY "RUN THE PENDING BATCH THROUGH SEQ2000 OR "
                   "MOUNT A FRESH"
               DISPLAY "TRANSACTION FILE, THEN GENERATE AGAIN."
               DISPLAY "NO TRANSACTIONS GENERATED."
           ELSE
               OPEN EXTEND MNTTRAN
               IF NOT MNTTRAN-SUCCESSFUL
                   OPEN OUTPUT MNTTRAN
               END-IF
               PERFORM 520-WRITE-CHANGE-TRANSACTION
                   VARYING KIT-SUB FROM 1 BY 1
                   UNTIL KIT-SUB > KIT-ENTRY-COUNT
               CLOSE MNTTRAN
               DISPLAY "COST CHANGE TRANSACTIONS GENERATED: "
                   TRANSACTIONS-MADE-COUNT
               DISPLAY "THEY WILL APPLY ON THE NEXT SEQ2000 RUN."
           END-IF.
      *
       515-CHECK-FOR-BATCH-TRAILER.
      *
           OPEN INPUT MNTTRAN.
           IF MNTTRAN-SUCCESSFUL
               PERFORM 517-SCAN-FOR-TRAILER
                   UNTIL MNTTRAN-EOF
                      OR TRAILER-FOUND
               CLOSE MNTTRAN.
      *
       517-SCAN-FOR-TRAILER.
      *
           READ MNTTRAN
               AT END
                   MOVE "Y" TO MNTTRAN-EOF-SWITCH
               NOT AT END
                   IF TRANSACTION-RECORD (1:5) = "*CTL*"
                       MOVE "Y" TO TRAILER-FOUND-SWITCH
                   END-IF
           END-READ.
      *
       520-WRITE-CHANGE-TRANSACTION.
      *
           IF KT-SELECTED (KIT-SUB)
               MOVE SPACE TO MAINTENANCE-TRANSACTION
               MOVE "I" TO MT-TRANSACTION-TYPE
               MOVE "3" TO MT-TRANSACTION-CODE
               MOVE KT-ITEM-NO (KIT-SUB) TO MT-ITEM-NO
               MOVE SPACE TO MT-ITEM-DESC
               MOVE KT-ROLLED-COST (KIT-SUB) TO MT-UNIT-COST
               MOVE ZERO TO MT-UNIT-PRICE
                            MT-REORDER-POINT
               WRITE TRANSACTION-RECORD FROM MAINTENANCE-TRANSACTION
               IF NOT MNTTRAN-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON MNTTRAN FOR ITEM "
                       MT-ITEM-NO
                   DISPLAY "FILE STATUS CODE IS " MNTTRAN-FILE-STATUS
               ELSE
                   ADD 1 TO TRANSACTIONS-MADE-COUNT
               END-IF
           END-IF.
