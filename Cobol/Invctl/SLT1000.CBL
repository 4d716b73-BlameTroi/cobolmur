       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. SLT1000.
      *
      *    BIN SLOTTING ANALYSIS. EVERY ITEM ON THE MASTER IS
      *    RANKED BY PICK FREQUENCY -- THE NUMBER OF ORDER LINES
      *    SHIPPED FOR IT OVER A CHOSEN PERIOD, FROM ITMSALES --
      *    AND ITS CURRENT BIN IS PLACED IN A ZONE FROM THE BIN
      *    ZONE TABLE. THE PRIME ZONE HOLDS AS MANY ITEMS AS IT
      *    HAS BINS, SO THE TOP THAT MANY ITEMS BELONG THERE. A
      *    TOP ITEM OUTSIDE THE PRIME ZONE IS PAIRED WITH THE
      *    SLOWEST PRIME OCCUPANT THAT DOES NOT BELONG THERE AND
      *    THE TWO ARE PROPOSED TO SWAP BINS, FASTEST FIRST, FOR AS
      *    LONG AS EACH SWAP BRINGS IN MORE PICKS THAN IT SENDS
      *    OUT. ON OPERATOR APPROVAL EACH SWAP BECOMES TWO
      *    SLOTTING MOVE TASKS, WHICH THE WAREHOUSE CONFIRMS
      *    THROUGH RPC1000; THE MASTER IS RE-BINNED ONLY THEN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT ITMSALES ASSIGN TO "c:\cobol\data\itmsales.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ITMSALES-FILE-STATUS.
           SELECT BINZONE  ASSIGN TO "c:\cobol\data\binzone.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BINZONE-FILE-STATUS.
           SELECT MOVETASK ASSIGN TO "c:\cobol\data\movetask.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS MT-TASK-NO
                           FILE STATUS IS MOVETASK-FILE-STATUS.
           SELECT MOVCTL   ASSIGN TO "c:\cobol\data\movctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MOVCTL-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk17.dat".
           SELECT SLTRPT   ASSIGN TO "c:\cobol\data\slt1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       FD  ITMSALES.
      *
       COPY "Itmsales.cpy".
      *
       FD  BINZONE.
      *
       COPY "Binzone.cpy".
      *
       FD  MOVETASK.
      *
       COPY "Movetask.cpy".
      *
       FD  MOVCTL.
      *
       01  MOVE-CONTROL-RECORD.
           05  MC-LAST-TASK-NO         PIC 9(6).
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-PICK-COUNT           PIC 9(7).
           05  SW-ITEM-NO              PIC X(5).
           05  SW-ITEM-SUB             PIC 9(5).
      *
       FD  SLTRPT.
       01  SLT-PRINT-AREA          PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-PERIOD-SWITCH         PIC X   VALUE "N".
               88  VALID-PERIOD                    VALUE "Y".
           05  INVMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  INVMAST-EOF                     VALUE "Y".
           05  ITMSALES-EOF-SWITCH         PIC X   VALUE "N".
               88  ITMSALES-EOF                    VALUE "Y".
           05  BINZONE-EOF-SWITCH          PIC X   VALUE "N".
               88  BINZONE-EOF                     VALUE "Y".
           05  MOVETASK-EOF-SWITCH         PIC X   VALUE "N".
               88  MOVETASK-EOF                    VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  TABLE-OVERFLOW-SWITCH       PIC X   VALUE "N".
               88  TABLE-OVERFLOW                  VALUE "Y".
           05  MOVER-FOUND-SWITCH          PIC X   VALUE "N".
               88  MOVER-FOUND                     VALUE "Y".
           05  OCCUPANT-FOUND-SWITCH       PIC X   VALUE "N".
               88  OCCUPANT-FOUND                  VALUE "Y".
           05  SWAPPING-DONE-SWITCH        PIC X   VALUE "N".
               88  SWAPPING-DONE                   VALUE "Y".
           05  GENERATE-SWITCH             PIC X   VALUE "N".
               88  GENERATE-APPROVED               VALUE "Y" "y".
      *
       01  FILE-STATUS-FIELDS.
           05  ITMSALES-FILE-STATUS    PIC XX.
               88  ITMSALES-SUCCESSFUL         VALUE "00".
           05  BINZONE-FILE-STATUS     PIC XX.
               88  BINZONE-SUCCESSFUL          VALUE "00".
           05  MOVETASK-FILE-STATUS    PIC XX.
               88  MOVETASK-SUCCESSFUL         VALUE "00".
               88  MOVETASK-NOT-FOUND          VALUE "35".
           05  MOVCTL-FILE-STATUS      PIC XX.
               88  MOVCTL-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-FROM-DATE         PIC 9(8).
           05  ENTRY-TO-DATE           PIC 9(8).
           05  ENTRY-MAXIMUM-SWAPS     PIC 9(3).
      *
       01  DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(07).
      *
       01  SLOTTING-WORK-FIELDS.
           05  NEXT-TASK-NO            PIC 9(6).
           05  PRIME-BIN-COUNT         PIC S9(5)   COMP  VALUE ZERO.
           05  IN-RANK                 PIC S9(5)   COMP.
           05  OUT-RANK                PIC S9(5)   COMP.
           05  IN-SUB                  PIC S9(5)   COMP.
           05  OUT-SUB                 PIC S9(5)   COMP.
           05  RANK-SUB                PIC S9(5)   COMP.
           05  SWAP-SUB                PIC S9(3)   COMP.
           05  SWAP-LIMIT              PIC S9(3)   COMP.
           05  TASK-ITEM-SUB           PIC S9(5)   COMP.
      *
       01  SLOTTING-COUNT-FIELDS.
           05  ITEMS-RANKED-COUNT      PIC 9(5)    VALUE ZERO.
           05  ITEMS-PICKED-COUNT      PIC 9(5)    VALUE ZERO.
           05  PICK-LINES-COUNT        PIC 9(7)    VALUE ZERO.
           05  TOP-IN-PRIME-COUNT      PIC 9(5)    VALUE ZERO.
           05  NO-ZONE-COUNT           PIC 9(5)    VALUE ZERO.
           05  EXCLUDED-COUNT          PIC 9(5)    VALUE ZERO.
           05  TASKS-GENERATED         PIC 9(5)    VALUE ZERO.
      *
       01  ZONE-TABLE.
           05  ZONE-ENTRY-COUNT        PIC S9(3)   COMP  VALUE ZERO.
           05  ZONE-ENTRY                  OCCURS 50 TIMES
                                           INDEXED BY ZONE-INDEX.
               10  ZN-ZONE-CODE            PIC X(2).
               10  ZN-LOW-BIN              PIC X(10).
               10  ZN-HIGH-BIN             PIC X(10).
               10  ZN-ZONE-RANK            PIC 9.
      *
      *    THE MASTER IS READ IN KEY SEQUENCE, SO THE TABLE IS IN
      *    ITEM NUMBER ORDER AND CAN BE SEARCHED BY HALVES FOR
      *    EVERY SALES LINE.
      *
       01  ITEM-TABLE.
           05  ITEM-ENTRY-COUNT        PIC S9(5)   COMP  VALUE ZERO.
           05  ITEM-ENTRY                  OCCURS 1 TO 2000 TIMES
                                           DEPENDING ON ITEM-ENTRY-COUNT
                                           ASCENDING KEY IS SG-ITEM-NO
                                           INDEXED BY ITEM-INDEX.
               10  SG-ITEM-NO              PIC X(5).
               10  SG-ITEM-DESC            PIC X(20).
               10  SG-BIN-LOCATION         PIC X(10).
               10  SG-ZONE-CODE            PIC X(2).
               10  SG-ZONE-RANK            PIC 9.
               10  SG-ON-HAND              PIC S9(5).
               10  SG-PICK-COUNT           PIC 9(7).
               10  SG-PICK-RANK            PIC 9(5).
               10  SG-ELIGIBLE-SWITCH      PIC X.
                   88  SG-ELIGIBLE                 VALUE "Y".
               10  SG-NEW-BIN-LOCATION     PIC X(10).
      *
       01  RANK-TABLE.
           05  RANK-ENTRY-COUNT        PIC S9(5)   COMP  VALUE ZERO.
           05  RK-ITEM-SUB                 OCCURS 2000 TIMES
                                           PIC S9(5)   COMP.
      *
       01  SWAP-TABLE.
           05  SWAP-ENTRY-COUNT        PIC S9(3)   COMP  VALUE ZERO.
           05  SWAP-ENTRY                  OCCURS 500 TIMES.
               10  SX-IN-SUB               PIC S9(5)   COMP.
               10  SX-OUT-SUB              PIC S9(5)   COMP.
      *
       01  SLT-HEADING-LINE-1.
           05  FILLER                  PIC X(15) VALUE SPACE.
           05  FILLER                  PIC X(36)
               VALUE "SLT1000 BIN SLOTTING ANALYSIS  PICKS".
           05  FILLER                  PIC X(6)  VALUE " FROM ".
           05  SHL-FROM-DATE           PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  SHL-TO-DATE             PIC 9(8).
      *
       01  SLT-HEADING-LINE-2.
           05  FILLER                  PIC X(8)  VALUE "   RANK ".
           05  FILLER                  PIC X(8)  VALUE "ITEM NO ".
           05  FILLER                  PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(10) VALUE "    PICKS ".
           05  FILLER                  PIC X(17)
               VALUE "CURRENT BIN  ZONE".
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(18)
               VALUE "PROPOSED BIN  ZONE".
      *
       01  SLT-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SDL-PICK-RANK           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SDL-ITEM-DESC           PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SDL-PICK-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SDL-BIN-LOCATION        PIC X(10).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SDL-ZONE-CODE           PIC X(2).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  SDL-NEW-BIN-LOCATION    PIC X(10).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  SDL-NEW-ZONE-CODE       PIC X(2).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SDL-DIRECTION           PIC X(12).
      *
       01  SLT-TOTAL-LINE.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  STL-TOTAL-DESC          PIC X(40).
           05  STL-TOTAL-COUNT         PIC Z,ZZZ,ZZ9.
      *
       01  SLT-TASK-HEADING-LINE.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(39)
               VALUE "SLOTTING MOVE TASKS -- CONFIRM THROUGH ".
           05  FILLER                  PIC X(7)  VALUE "RPC1000".
      *
       01  SLT-TASK-LINE.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE "TASK ".
           05  STK-TASK-NO             PIC 9(6).
           05  FILLER                  PIC X(7)  VALUE "  ITEM ".
           05  STK-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(6)  VALUE "  QTY ".
           05  STK-MOVE-QUANTITY       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  FROM BIN ".
           05  STK-BIN-LOCATION        PIC X(10).
           05  FILLER                  PIC X(9)  VALUE "  TO BIN ".
           05  STK-NEW-BIN-LOCATION    PIC X(10).
      *
       PROCEDURE DIVISION.
      *
       000-ANALYZE-BIN-SLOTTING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "SLT1000 BIN SLOTTING ANALYSIS".
           DISPLAY "-----------------------------------------------".
           PERFORM 050-ACCEPT-PERIOD
               UNTIL VALID-PERIOD.
           DISPLAY "ENTER THE MOST SWAPS TO PROPOSE (000 = NO LIMIT).".
           ACCEPT ENTRY-MAXIMUM-SWAPS.
           IF ENTRY-MAXIMUM-SWAPS = ZERO
             OR ENTRY-MAXIMUM-SWAPS > 500
               MOVE 500 TO SWAP-LIMIT
           ELSE
               MOVE ENTRY-MAXIMUM-SWAPS TO SWAP-LIMIT.
           PERFORM 100-LOAD-ZONE-TABLE.
           IF ZONE-ENTRY-COUNT = ZERO
               DISPLAY "SLT1000 NO BIN ZONES ON BINZONE -- "
                   "ANALYSIS NOT RUN."
               STOP RUN.
           PERFORM 200-LOAD-ITEM-TABLE.
           IF TABLE-OVERFLOW
               DISPLAY "SLT1000 ITEM TABLE FULL -- ANALYSIS NOT RUN."
               STOP RUN.
           PERFORM 250-EXCLUDE-OPEN-SLOTTING-ITEMS.
           PERFORM 300-COUNT-PICKS-FOR-PERIOD.
           SORT SORTWORK
               ON DESCENDING KEY SW-PICK-COUNT
               ON ASCENDING KEY SW-ITEM-NO
               INPUT PROCEDURE IS 350-RELEASE-PICK-COUNTS
               OUTPUT PROCEDURE IS 400-RANK-ITEMS.
           PERFORM 500-PROPOSE-SWAPS.
           OPEN OUTPUT SLTRPT.
           PERFORM 600-PRINT-PROPOSED-SWAPS.
           PERFORM 650-PRINT-ANALYSIS-TOTALS.
           IF SWAP-ENTRY-COUNT = ZERO
               DISPLAY "NO SWAPS PROPOSED -- THE FASTEST MOVERS ARE "
                   "ALREADY IN THE PRIME ZONE."
           ELSE
               PERFORM 700-APPROVE-AND-GENERATE.
           CLOSE SLTRPT.
           STOP RUN.
      *
       050-ACCEPT-PERIOD.
      *
           DISPLAY "ENTER THE FIRST SALE DATE OF THE PERIOD "
               "(YYYYMMDD).".
           ACCEPT ENTRY-FROM-DATE.
           DISPLAY "ENTER THE LAST SALE DATE OF THE PERIOD "
               "(YYYYMMDD).".
           ACCEPT ENTRY-TO-DATE.
           IF ENTRY-FROM-DATE NOT NUMERIC
             OR ENTRY-TO-DATE NOT NUMERIC
             OR ENTRY-FROM-DATE < 19000101
             OR ENTRY-TO-DATE < ENTRY-FROM-DATE
               DISPLAY "INVALID PERIOD -- ENTER TWO DATES, THE "
                   "FIRST NOT AFTER THE LAST."
           ELSE
               MOVE "Y" TO VALID-PERIOD-SWITCH.
      *
       100-LOAD-ZONE-TABLE.
      *
           OPEN INPUT BINZONE.
           IF NOT BINZONE-SUCCESSFUL
               DISPLAY "SLT1000 NO BIN ZONE FILE -- STATUS "
                   BINZONE-FILE-STATUS
           ELSE
               PERFORM 110-LOAD-NEXT-ZONE
                   UNTIL BINZONE-EOF
               CLOSE BINZONE.
      *
       110-LOAD-NEXT-ZONE.
      *
           READ BINZONE
               AT END
                   MOVE "Y" TO BINZONE-EOF-SWITCH
               NOT AT END
                   IF BZ-ZONE-RANK NOT NUMERIC
                     OR BZ-LOW-BIN > BZ-HIGH-BIN
                       DISPLAY "SLT1000 ZONE " BZ-ZONE-CODE
                           " HAS AN INVALID RANGE OR RANK -- IGNORED"
                   ELSE
                       IF ZONE-ENTRY-COUNT < 50
                           ADD 1 TO ZONE-ENTRY-COUNT
                           MOVE BZ-ZONE-CODE
                               TO ZN-ZONE-CODE (ZONE-ENTRY-COUNT)
                           MOVE BZ-LOW-BIN
                               TO ZN-LOW-BIN (ZONE-ENTRY-COUNT)
                           MOVE BZ-HIGH-BIN
                               TO ZN-HIGH-BIN (ZONE-ENTRY-COUNT)
                           MOVE BZ-ZONE-RANK
                               TO ZN-ZONE-RANK (ZONE-ENTRY-COUNT)
                       ELSE
                           DISPLAY "SLT1000 ZONE TABLE FULL -- ZONE "
                               BZ-ZONE-CODE " IGNORED"
                       END-IF
                   END-IF
           END-READ.
      *
       200-LOAD-ITEM-TABLE.
      *
           OPEN INPUT INVMAST.
           PERFORM 210-LOAD-NEXT-ITEM
               UNTIL INVMAST-EOF
                  OR TABLE-OVERFLOW.
           CLOSE INVMAST.
      *
       210-LOAD-NEXT-ITEM.
      *
           READ INVMAST
               AT END
                   MOVE "Y" TO INVMAST-EOF-SWITCH
               NOT AT END
                   IF ITEM-ENTRY-COUNT < 2000
                       ADD 1 TO ITEM-ENTRY-COUNT
                       PERFORM 220-TABLE-ITEM
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SWITCH
                   END-IF
           END-READ.
      *
      *    AN ITEM WITH NO BIN HAS NOTHING TO SWAP, SO IT IS
      *    RANKED BUT NEVER MOVED.
      *
       220-TABLE-ITEM.
      *
           MOVE IM-ITEM-NO        TO SG-ITEM-NO (ITEM-ENTRY-COUNT).
           MOVE IM-ITEM-DESC (1:20)
                                  TO SG-ITEM-DESC (ITEM-ENTRY-COUNT).
           MOVE IM-BIN-LOCATION
                                  TO SG-BIN-LOCATION (ITEM-ENTRY-COUNT).
           MOVE IM-ON-HAND        TO SG-ON-HAND (ITEM-ENTRY-COUNT).
           MOVE ZERO              TO SG-PICK-COUNT (ITEM-ENTRY-COUNT)
                                     SG-PICK-RANK (ITEM-ENTRY-COUNT).
           MOVE SPACE
                             TO SG-NEW-BIN-LOCATION (ITEM-ENTRY-COUNT).
           MOVE SPACE             TO SG-ZONE-CODE (ITEM-ENTRY-COUNT).
           MOVE ZERO              TO SG-ZONE-RANK (ITEM-ENTRY-COUNT).
           IF IM-BIN-LOCATION = SPACE
               MOVE "N" TO SG-ELIGIBLE-SWITCH (ITEM-ENTRY-COUNT)
           ELSE
               MOVE "Y" TO SG-ELIGIBLE-SWITCH (ITEM-ENTRY-COUNT)
               PERFORM 230-FIND-ITEM-ZONE.
           IF SG-ZONE-RANK (ITEM-ENTRY-COUNT) = 1
               ADD 1 TO PRIME-BIN-COUNT.
           IF SG-ZONE-RANK (ITEM-ENTRY-COUNT) = ZERO
               ADD 1 TO NO-ZONE-COUNT.
      *
       230-FIND-ITEM-ZONE.
      *
           SET ZONE-INDEX TO 1.
           SEARCH ZONE-ENTRY
               AT END
                   CONTINUE
               WHEN ZONE-INDEX > ZONE-ENTRY-COUNT
                   CONTINUE
               WHEN IM-BIN-LOCATION NOT < ZN-LOW-BIN (ZONE-INDEX)
                AND IM-BIN-LOCATION NOT > ZN-HIGH-BIN (ZONE-INDEX)
                   MOVE ZN-ZONE-CODE (ZONE-INDEX)
                       TO SG-ZONE-CODE (ITEM-ENTRY-COUNT)
                   MOVE ZN-ZONE-RANK (ZONE-INDEX)
                       TO SG-ZONE-RANK (ITEM-ENTRY-COUNT)
           END-SEARCH.
      *
      *    AN ITEM ALREADY WAITING ON A SLOTTING MOVE STAYS WHERE
      *    IT IS UNTIL THAT MOVE IS CONFIRMED; PROPOSING ANOTHER
      *    WOULD SEND THE WAREHOUSE TWO WAYS AT ONCE.
      *
       250-EXCLUDE-OPEN-SLOTTING-ITEMS.
      *
           OPEN INPUT MOVETASK.
           IF MOVETASK-SUCCESSFUL
               MOVE ZERO TO MT-TASK-NO
               START MOVETASK KEY NOT < MT-TASK-NO
                   INVALID KEY
                       MOVE "Y" TO MOVETASK-EOF-SWITCH
               END-START
               PERFORM 260-EXAMINE-NEXT-MOVE-TASK
                   UNTIL MOVETASK-EOF
               CLOSE MOVETASK.
           PERFORM 270-COUNT-EXCLUDED-ITEM
               VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-ENTRY-COUNT.
      *
       260-EXAMINE-NEXT-MOVE-TASK.
      *
           READ MOVETASK NEXT RECORD
               AT END
                   MOVE "Y" TO MOVETASK-EOF-SWITCH
               NOT AT END
                   IF SLOTTING-TASK
                     AND MOVE-TASK-OPEN
                       SEARCH ALL ITEM-ENTRY
                           AT END
                               CONTINUE
                           WHEN SG-ITEM-NO (ITEM-INDEX) = MT-ITEM-NO
                               MOVE "N"
                                   TO SG-ELIGIBLE-SWITCH (ITEM-INDEX)
                       END-SEARCH
                   END-IF
           END-READ.
      *
       270-COUNT-EXCLUDED-ITEM.
      *
           IF NOT SG-ELIGIBLE (ITEM-INDEX)
               ADD 1 TO EXCLUDED-COUNT.
      *
      *    EVERY SHIPPED ORDER LINE IS ONE TRIP TO THE BIN,
      *    WHATEVER THE QUANTITY, SO LINES ARE COUNTED RATHER THAN
      *    UNITS. CREDIT LINES ARE NOT PICKS.
      *
       300-COUNT-PICKS-FOR-PERIOD.
      *
           OPEN INPUT ITMSALES.
           IF NOT ITMSALES-SUCCESSFUL
               DISPLAY "SLT1000 NO ITEM SALES FILE -- STATUS "
                   ITMSALES-FILE-STATUS
           ELSE
               PERFORM 310-COUNT-NEXT-SALES-LINE
                   UNTIL ITMSALES-EOF
               CLOSE ITMSALES.
      *
       310-COUNT-NEXT-SALES-LINE.
      *
           READ ITMSALES
               AT END
                   MOVE "Y" TO ITMSALES-EOF-SWITCH
               NOT AT END
                   IF IS-SALE-DATE NOT < ENTRY-FROM-DATE
                     AND IS-SALE-DATE NOT > ENTRY-TO-DATE
                     AND IS-QUANTITY > ZERO
                       SEARCH ALL ITEM-ENTRY
                           AT END
                               CONTINUE
                           WHEN SG-ITEM-NO (ITEM-INDEX) = IS-ITEM-NO
                               ADD 1 TO SG-PICK-COUNT (ITEM-INDEX)
                               ADD 1 TO PICK-LINES-COUNT
                       END-SEARCH
                   END-IF
           END-READ.
      *
       350-RELEASE-PICK-COUNTS.
      *
           PERFORM 360-RELEASE-ONE-ITEM
               VARYING ITEM-INDEX FROM 1 BY 1
               UNTIL ITEM-INDEX > ITEM-ENTRY-COUNT.
      *
       360-RELEASE-ONE-ITEM.
      *
           MOVE SG-PICK-COUNT (ITEM-INDEX) TO SW-PICK-COUNT.
           MOVE SG-ITEM-NO (ITEM-INDEX)    TO SW-ITEM-NO.
           SET SW-ITEM-SUB TO ITEM-INDEX.
           RELEASE SORT-WORK-AREA.
      *
       400-RANK-ITEMS.
      *
           PERFORM 410-RETURN-NEXT-RANKED-ITEM.
           PERFORM 420-RANK-ONE-ITEM
               UNTIL SORT-EOF.
      *
       410-RETURN-NEXT-RANKED-ITEM.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
      *    THE TOP PRIME-BIN-COUNT ITEMS ARE THE ONES THAT BELONG
      *    IN THE PRIME ZONE; THOSE ALREADY THERE ARE COUNTED.
      *
       420-RANK-ONE-ITEM.
      *
           ADD 1 TO RANK-ENTRY-COUNT.
           ADD 1 TO ITEMS-RANKED-COUNT.
           MOVE SW-ITEM-SUB TO RK-ITEM-SUB (RANK-ENTRY-COUNT).
           MOVE RANK-ENTRY-COUNT TO SG-PICK-RANK (SW-ITEM-SUB).
           IF SW-PICK-COUNT > ZERO
               ADD 1 TO ITEMS-PICKED-COUNT.
           IF RANK-ENTRY-COUNT NOT > PRIME-BIN-COUNT
             AND SG-ZONE-RANK (SW-ITEM-SUB) = 1
               ADD 1 TO TOP-IN-PRIME-COUNT.
           PERFORM 410-RETURN-NEXT-RANKED-ITEM.
      *
      *    MOVERS IN ARE TAKEN FASTEST FIRST FROM THE TOP OF THE
      *    RANKING, OCCUPANTS TO GO OUT SLOWEST FIRST FROM THE
      *    BOTTOM. THE PAIRING STOPS AT THE SWAP LIMIT, WHEN EITHER
      *    SIDE RUNS OUT, OR WHEN A SWAP WOULD NO LONGER BRING IN
      *    MORE PICKS THAN IT SENDS OUT.
      *
       500-PROPOSE-SWAPS.
      *
           MOVE ZERO TO IN-RANK.
           COMPUTE OUT-RANK = RANK-ENTRY-COUNT + 1.
           PERFORM 510-PROPOSE-ONE-SWAP
               UNTIL SWAPPING-DONE.
      *
       510-PROPOSE-ONE-SWAP.
      *
           MOVE "N" TO MOVER-FOUND-SWITCH.
           PERFORM 520-ADVANCE-MOVER-IN
               UNTIL MOVER-FOUND
                  OR IN-RANK NOT < PRIME-BIN-COUNT.
           MOVE "N" TO OCCUPANT-FOUND-SWITCH.
           IF MOVER-FOUND
               PERFORM 530-ADVANCE-OCCUPANT-OUT
                   UNTIL OCCUPANT-FOUND
                      OR OUT-RANK NOT > PRIME-BIN-COUNT + 1.
           IF MOVER-FOUND
             AND OCCUPANT-FOUND
             AND SG-PICK-COUNT (IN-SUB) > SG-PICK-COUNT (OUT-SUB)
               PERFORM 540-RECORD-SWAP
               IF SWAP-ENTRY-COUNT NOT < SWAP-LIMIT
                   MOVE "Y" TO SWAPPING-DONE-SWITCH
               END-IF
           ELSE
               MOVE "Y" TO SWAPPING-DONE-SWITCH.
      *
       520-ADVANCE-MOVER-IN.
      *
           ADD 1 TO IN-RANK.
           MOVE RK-ITEM-SUB (IN-RANK) TO IN-SUB.
           IF SG-ELIGIBLE (IN-SUB)
             AND SG-ZONE-RANK (IN-SUB) NOT = 1
             AND SG-PICK-COUNT (IN-SUB) > ZERO
               MOVE "Y" TO MOVER-FOUND-SWITCH.
      *
       530-ADVANCE-OCCUPANT-OUT.
      *
           SUBTRACT 1 FROM OUT-RANK.
           MOVE RK-ITEM-SUB (OUT-RANK) TO OUT-SUB.
           IF SG-ELIGIBLE (OUT-SUB)
             AND SG-ZONE-RANK (OUT-SUB) = 1
               MOVE "Y" TO OCCUPANT-FOUND-SWITCH.
      *
       540-RECORD-SWAP.
      *
           ADD 1 TO SWAP-ENTRY-COUNT.
           MOVE IN-SUB  TO SX-IN-SUB (SWAP-ENTRY-COUNT).
           MOVE OUT-SUB TO SX-OUT-SUB (SWAP-ENTRY-COUNT).
           MOVE SG-BIN-LOCATION (OUT-SUB)
               TO SG-NEW-BIN-LOCATION (IN-SUB).
           MOVE SG-BIN-LOCATION (IN-SUB)
               TO SG-NEW-BIN-LOCATION (OUT-SUB).
      *
       600-PRINT-PROPOSED-SWAPS.
      *
           MOVE ENTRY-FROM-DATE TO SHL-FROM-DATE.
           MOVE ENTRY-TO-DATE   TO SHL-TO-DATE.
           MOVE SLT-HEADING-LINE-1 TO SLT-PRINT-AREA.
           WRITE SLT-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE SLT-HEADING-LINE-2 TO SLT-PRINT-AREA.
           WRITE SLT-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 610-PRINT-ONE-SWAP
               VARYING SWAP-SUB FROM 1 BY 1
               UNTIL SWAP-SUB > SWAP-ENTRY-COUNT.
      *
       610-PRINT-ONE-SWAP.
      *
           MOVE SX-IN-SUB (SWAP-SUB)  TO IN-SUB.
           MOVE SX-OUT-SUB (SWAP-SUB) TO OUT-SUB.
           MOVE IN-SUB  TO RANK-SUB.
           MOVE OUT-SUB TO TASK-ITEM-SUB.
           MOVE "INTO PRIME" TO SDL-DIRECTION.
           PERFORM 620-FORMAT-SWAP-LINE.
           MOVE SLT-DETAIL-LINE TO SLT-PRINT-AREA.
           WRITE SLT-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE OUT-SUB TO RANK-SUB.
           MOVE IN-SUB  TO TASK-ITEM-SUB.
           MOVE "OUT OF PRIME" TO SDL-DIRECTION.
           PERFORM 620-FORMAT-SWAP-LINE.
           MOVE SLT-DETAIL-LINE TO SLT-PRINT-AREA.
           WRITE SLT-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    RANK-SUB IS THE ITEM BEING MOVED, TASK-ITEM-SUB ITS
      *    PARTNER, WHOSE ZONE IT TAKES.
      *
       620-FORMAT-SWAP-LINE.
      *
           MOVE SG-PICK-RANK (RANK-SUB)    TO SDL-PICK-RANK.
           MOVE SG-ITEM-NO (RANK-SUB)      TO SDL-ITEM-NO.
           MOVE SG-ITEM-DESC (RANK-SUB)    TO SDL-ITEM-DESC.
           MOVE SG-PICK-COUNT (RANK-SUB)   TO SDL-PICK-COUNT.
           MOVE SG-BIN-LOCATION (RANK-SUB) TO SDL-BIN-LOCATION.
           MOVE SG-ZONE-CODE (RANK-SUB)    TO SDL-ZONE-CODE.
           MOVE SG-NEW-BIN-LOCATION (RANK-SUB)
                                           TO SDL-NEW-BIN-LOCATION.
           MOVE SG-ZONE-CODE (TASK-ITEM-SUB)
                                           TO SDL-NEW-ZONE-CODE.
      *
       650-PRINT-ANALYSIS-TOTALS.
      *
           MOVE "ITEMS RANKED" TO STL-TOTAL-DESC.
           MOVE ITEMS-RANKED-COUNT TO STL-TOTAL-COUNT.
           MOVE SLT-TOTAL-LINE TO SLT-PRINT-AREA.
           WRITE SLT-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "ITEMS PICKED IN THE PERIOD" TO STL-TOTAL-DESC.
           MOVE ITEMS-PICKED-COUNT TO STL-TOTAL-COUNT.
           PERFORM 660-WRITE-TOTAL-LINE.
           MOVE "ORDER LINES COUNTED" TO STL-TOTAL-DESC.
           MOVE PICK-LINES-COUNT TO STL-TOTAL-COUNT.
           PERFORM 660-WRITE-TOTAL-LINE.
           MOVE "PRIME ZONE BINS" TO STL-TOTAL-DESC.
           MOVE PRIME-BIN-COUNT TO STL-TOTAL-COUNT.
           PERFORM 660-WRITE-TOTAL-LINE.
           MOVE "TOP ITEMS IN PRIME ZONE NOW" TO STL-TOTAL-DESC.
           MOVE TOP-IN-PRIME-COUNT TO STL-TOTAL-COUNT.
           PERFORM 660-WRITE-TOTAL-LINE.
           MOVE "SWAPS PROPOSED" TO STL-TOTAL-DESC.
           MOVE SWAP-ENTRY-COUNT TO STL-TOTAL-COUNT.
           PERFORM 660-WRITE-TOTAL-LINE.
           MOVE "TOP ITEMS IN PRIME ZONE AFTER SWAPS"
               TO STL-TOTAL-DESC.
           COMPUTE STL-TOTAL-COUNT =
               TOP-IN-PRIME-COUNT + SWAP-ENTRY-COUNT.
           PERFORM 660-WRITE-TOTAL-LINE.
           MOVE "ITEMS IN NO ZONE" TO STL-TOTAL-DESC.
           MOVE NO-ZONE-COUNT TO STL-TOTAL-COUNT.
           PERFORM 660-WRITE-TOTAL-LINE.
           MOVE "ITEMS NOT MOVABLE (NO BIN OR MOVE OPEN)"
               TO STL-TOTAL-DESC.
           MOVE EXCLUDED-COUNT TO STL-TOTAL-COUNT.
           PERFORM 660-WRITE-TOTAL-LINE.
           DISPLAY "ITEMS RANKED " ITEMS-RANKED-COUNT
               "  PRIME BINS " PRIME-BIN-COUNT
               "  SWAPS PROPOSED " SWAP-ENTRY-COUNT.
      *
       660-WRITE-TOTAL-LINE.
      *
           MOVE SLT-TOTAL-LINE TO SLT-PRINT-AREA.
           WRITE SLT-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       700-APPROVE-AND-GENERATE.
      *
           DISPLAY "REVIEW THE SLOTTING REPORT. ENTER Y TO GENERATE "
               "THE MOVE".
           DISPLAY "TASKS FOR THE PROPOSED SWAPS, OR N TO QUIT.".
           ACCEPT GENERATE-SWITCH.
           IF GENERATE-APPROVED
               PERFORM 710-GENERATE-SLOTTING-TASKS
           ELSE
               DISPLAY "NO MOVE TASKS GENERATED.".
      *
       710-GENERATE-SLOTTING-TASKS.
      *
           PERFORM 720-GET-NEXT-TASK-NUMBER.
           OPEN I-O MOVETASK.
           IF MOVETASK-NOT-FOUND
               OPEN OUTPUT MOVETASK
               CLOSE MOVETASK
               OPEN I-O MOVETASK.
           MOVE SLT-TASK-HEADING-LINE TO SLT-PRINT-AREA.
           WRITE SLT-PRINT-AREA AFTER ADVANCING 3 LINES.
           PERFORM 730-GENERATE-SWAP-TASKS
               VARYING SWAP-SUB FROM 1 BY 1
               UNTIL SWAP-SUB > SWAP-ENTRY-COUNT.
           CLOSE MOVETASK.
           PERFORM 760-SAVE-NEXT-TASK-NUMBER.
           DISPLAY "SLOTTING MOVE TASKS GENERATED: " TASKS-GENERATED.
           DISPLAY "CONFIRM EACH MOVE THROUGH RPC1000 AS IT IS MADE.".
      *
       720-GET-NEXT-TASK-NUMBER.
      *
           OPEN INPUT MOVCTL.
           IF MOVCTL-SUCCESSFUL
               READ MOVCTL
                   AT END
                       MOVE ZERO TO MC-LAST-TASK-NO
               END-READ
               MOVE MC-LAST-TASK-NO TO NEXT-TASK-NO
               CLOSE MOVCTL
           ELSE
               MOVE ZERO TO NEXT-TASK-NO.
      *
       730-GENERATE-SWAP-TASKS.
      *
           MOVE SX-IN-SUB (SWAP-SUB) TO TASK-ITEM-SUB.
           PERFORM 740-WRITE-SLOTTING-TASK.
           MOVE SX-OUT-SUB (SWAP-SUB) TO TASK-ITEM-SUB.
           PERFORM 740-WRITE-SLOTTING-TASK.
      *
      *    THE WHOLE STOCK OF THE ITEM GOES WITH IT; THE QUANTITY
      *    IS WHAT THE MASTER SHOWS TODAY, FOR THE MOVER'S GUIDANCE.
      *
       740-WRITE-SLOTTING-TASK.
      *
           ADD 1 TO NEXT-TASK-NO.
           MOVE NEXT-TASK-NO TO MT-TASK-NO.
           MOVE RUN-DATE     TO MT-TASK-DATE.
           MOVE SG-ITEM-NO (TASK-ITEM-SUB) TO MT-ITEM-NO.
           MOVE SPACE        TO MT-FROM-LOCATION
                                MT-TO-LOCATION.
           IF SG-ON-HAND (TASK-ITEM-SUB) > ZERO
               MOVE SG-ON-HAND (TASK-ITEM-SUB) TO MT-MOVE-QUANTITY
           ELSE
               MOVE ZERO TO MT-MOVE-QUANTITY.
           MOVE SG-BIN-LOCATION (TASK-ITEM-SUB) TO MT-BIN-LOCATION.
           MOVE SG-NEW-BIN-LOCATION (TASK-ITEM-SUB)
               TO MT-NEW-BIN-LOCATION.
           SET MOVE-TASK-OPEN TO TRUE.
           SET SLOTTING-TASK TO TRUE.
           WRITE MOVE-TASK-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR ON MOVETASK FOR TASK "
                       MT-TASK-NO
               NOT INVALID KEY
                   ADD 1 TO TASKS-GENERATED
                   PERFORM 750-PRINT-TASK-LINE
           END-WRITE.
      *
       750-PRINT-TASK-LINE.
      *
           MOVE MT-TASK-NO          TO STK-TASK-NO.
           MOVE MT-ITEM-NO          TO STK-ITEM-NO.
           MOVE MT-MOVE-QUANTITY    TO STK-MOVE-QUANTITY.
           MOVE MT-BIN-LOCATION     TO STK-BIN-LOCATION.
           MOVE MT-NEW-BIN-LOCATION TO STK-NEW-BIN-LOCATION.
           MOVE SLT-TASK-LINE TO SLT-PRINT-AREA.
           WRITE SLT-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       760-SAVE-NEXT-TASK-NUMBER.
      *
           OPEN OUTPUT MOVCTL.
           MOVE NEXT-TASK-NO TO MC-LAST-TASK-NO.
           WRITE MOVE-CONTROL-RECORD.
           CLOSE MOVCTL.
