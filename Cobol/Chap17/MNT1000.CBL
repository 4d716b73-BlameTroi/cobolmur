                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS INVXTRA-FILE-STATUS.

           SELECT DUALCTL  ASSIGN TO "c:\cobol\data\dualctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DUALCTL-FILE-STATUS.

           SELECT PRCPEND  ASSIGN TO "c:\cobol\data\prcpend.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PG-ITEM-NO
                           FILE STATUS IS PRCPEND-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  AL-BIN-LOCATION         PIC X(10).
           05  AL-VENDOR-NAME          PIC X(30).
           05  AL-VENDOR-PHONE         PIC X(12).
           05  AL-ENTERED-BY           PIC X(8).
           05  AL-APPROVED-BY          PIC X(8).

       FD  VENDMAST.


       COPY "Invxtra.cpy".

       FD  DUALCTL.

       COPY "Dualctl.cpy".

       FD  PRCPEND.

       COPY "Prcpend.cpy".

       WORKING-STORAGE SECTION.

       01  CURSOR-POSITION.
               88  VENDOR-FOUND                    VALUE "Y".
           05  SAVE-CHANGES-SWITCH         PIC X   VALUE "Y".
               88  SAVE-CHANGES                    VALUE "Y" "y".
           05  PRICE-CHANGE-HELD-SWITCH    PIC X   VALUE "N".
               88  PRICE-CHANGE-HELD               VALUE "Y".
           05  FUNCTION-CODE               PIC X   VALUE "C".
               88  ADD-FUNCTION                    VALUE "A" "a".
               88  CHANGE-FUNCTION                 VALUE "C" "c".
           05  INVXTRA-FILE-STATUS         PIC XX.
               88  INVXTRA-SUCCESSFUL              VALUE "00".
               88  INVXTRA-NOT-FOUND               VALUE "23".
           05  DUALCTL-FILE-STATUS         PIC XX.
               88  DUALCTL-SUCCESSFUL              VALUE "00".
           05  PRCPEND-FILE-STATUS         PIC XX.
               88  PRCPEND-SUCCESSFUL              VALUE "00".

       01  MOVEMENT-WORK-FIELDS.

           05  BEFORE-ON-HAND-BALANCE      PIC S9(5).
           05  MOVEMENT-DATE-CCYYMMDD      PIC 9(8).

       01  PRICE-CHANGE-FIELDS.

           05  BEFORE-UNIT-COST            PIC 999V99.
           05  BEFORE-UNIT-PRICE           PIC 999V99.
           05  CHANGE-OLD-VALUE            PIC 999V99.
           05  CHANGE-NEW-VALUE            PIC 999V99.
           05  CHANGE-THRESHOLD-PCT        PIC 9(3).
           05  CHANGE-PERCENT              PIC S9(7)V99.

       01  OPERATOR-FIELDS.

           05  OPERATOR-ID                 PIC X(8).
               OPEN OUTPUT INVXTRA
               CLOSE INVXTRA
               OPEN I-O INVXTRA.
           OPEN I-O PRCPEND.
           IF NOT PRCPEND-SUCCESSFUL
               OPEN OUTPUT PRCPEND
               CLOSE PRCPEND
               OPEN I-O PRCPEND.
           PERFORM 100-FORMAT-SCREEN-HEADING.
           PERFORM 110-READ-DUAL-CONTROL-FILE.
           PERFORM 200-MAINTAIN-INVENTORY-RECORD
               UNTIL END-OF-PROGRAM.
           CLOSE INVMAST
                 VENDMAST
                 AUDITLOG
                 MOVLEDGR
                 INVXTRA
                 PRCPEND.
           IF LOCBAL-AVAILABLE
               CLOSE LOCBAL.
           SET CLEAR-OPERATOR-LOCKS TO TRUE.
           MOVE CURRENT-DATE-AND-TIME (1:8) TO MOVEMENT-DATE-CCYYMMDD.
           MOVE "Inventory maintenance" TO SHL-PROGRAM-NAME.

       110-READ-DUAL-CONTROL-FILE.

      *    Price and cost changes beyond the DUALCTL percents are held
      *    for a supervisor. With no thresholds set, every one is.

           MOVE ZERO TO DU-PRICE-THRESHOLD-PCT
                        DU-COST-THRESHOLD-PCT.
           OPEN INPUT DUALCTL.
           IF DUALCTL-SUCCESSFUL
               READ DUALCTL
                   AT END
                       MOVE ZERO TO DU-PRICE-THRESHOLD-PCT
                                    DU-COST-THRESHOLD-PCT
               END-READ
               CLOSE DUALCTL.
           IF DU-PRICE-THRESHOLD-PCT NOT NUMERIC
               MOVE ZERO TO DU-PRICE-THRESHOLD-PCT.
           IF DU-COST-THRESHOLD-PCT NOT NUMERIC
               MOVE ZERO TO DU-COST-THRESHOLD-PCT.

       200-MAINTAIN-INVENTORY-RECORD.

           MOVE "N" TO VALID-ENTRY-SWITCH.
                       PERFORM 260-GET-ITEM-DATA
                           UNTIL VALID-ENTRY
                       IF SAVE-CHANGES
                           MOVE "N" TO PRICE-CHANGE-HELD-SWITCH
                           IF ADD-FUNCTION
                               PERFORM 310-WRITE-INVENTORY-RECORD
                           ELSE
                               PERFORM 292-CHECK-PRICE-CHANGE
                               PERFORM 300-REWRITE-INVENTORY-RECORD
                           END-IF
                           PERFORM 340-WRITE-CHANGE-MOVEMENT
                           PERFORM 500-LOOKUP-VENDOR-RECORD
                           PERFORM 510-MAINTAIN-VENDOR-DATA
                           PERFORM 330-WRITE-AUDIT-LOG-RECORD
                           IF PRICE-CHANGE-HELD
                               MOVE "Price/cost change held for supervi
      -                        "sor review. Other changes saved."
                                   TO ERROR-MESSAGE
                           END-IF
                       END-IF
               END-EVALUATE
               PERFORM 248-UNLOCK-INVENTORY-RECORD
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE IM-ON-HAND TO BEFORE-ON-HAND-BALANCE
                   MOVE IM-UNIT-COST TO BEFORE-UNIT-COST
                   MOVE IM-UNIT-PRICE TO BEFORE-UNIT-PRICE.

       255-INITIALIZE-NEW-RECORD.

           IF ERROR-MESSAGE NOT = SPACE
               MOVE "N" TO VALID-ENTRY-SWITCH.

       292-CHECK-PRICE-CHANGE.

      *    A cost or price moved by more than its DUALCTL percent is
      *    not posted. Both new figures go to PRCPEND for a second
      *    operator to approve, and the master keeps the old pair.

           IF IM-UNIT-COST NOT = BEFORE-UNIT-COST
               MOVE BEFORE-UNIT-COST      TO CHANGE-OLD-VALUE
               MOVE IM-UNIT-COST          TO CHANGE-NEW-VALUE
               MOVE DU-COST-THRESHOLD-PCT TO CHANGE-THRESHOLD-PCT
               PERFORM 294-TEST-CHANGE-THRESHOLD.
           IF IM-UNIT-PRICE NOT = BEFORE-UNIT-PRICE
               MOVE BEFORE-UNIT-PRICE      TO CHANGE-OLD-VALUE
               MOVE IM-UNIT-PRICE          TO CHANGE-NEW-VALUE
               MOVE DU-PRICE-THRESHOLD-PCT TO CHANGE-THRESHOLD-PCT
               PERFORM 294-TEST-CHANGE-THRESHOLD.
           IF PRICE-CHANGE-HELD
               PERFORM 296-WRITE-PENDING-CHANGE.

       294-TEST-CHANGE-THRESHOLD.

           IF CHANGE-OLD-VALUE = ZERO
               MOVE "Y" TO PRICE-CHANGE-HELD-SWITCH
           ELSE
               COMPUTE CHANGE-PERCENT ROUNDED =
                   (CHANGE-NEW-VALUE - CHANGE-OLD-VALUE) * 100
                       / CHANGE-OLD-VALUE
               IF CHANGE-PERCENT < ZERO
                   COMPUTE CHANGE-PERCENT = ZERO - CHANGE-PERCENT
               END-IF
               IF CHANGE-PERCENT > CHANGE-THRESHOLD-PCT
                   MOVE "Y" TO PRICE-CHANGE-HELD-SWITCH.

       296-WRITE-PENDING-CHANGE.

           MOVE IM-ITEM-NO             TO PG-ITEM-NO.
           MOVE BEFORE-UNIT-COST       TO PG-OLD-UNIT-COST.
           MOVE BEFORE-UNIT-PRICE      TO PG-OLD-UNIT-PRICE.
           MOVE IM-UNIT-COST           TO PG-NEW-UNIT-COST.
           MOVE IM-UNIT-PRICE          TO PG-NEW-UNIT-PRICE.
           MOVE OPERATOR-ID            TO PG-ENTERED-BY.
           MOVE MOVEMENT-DATE-CCYYMMDD TO PG-ENTRY-DATE.
           MOVE "MNT1000"              TO PG-SOURCE-PROGRAM.
           WRITE PENDING-PRICE-CHANGE-RECORD
               INVALID KEY
                   REWRITE PENDING-PRICE-CHANGE-RECORD
                       INVALID KEY
                           DISPLAY "Invalid REWRITE on pending change "
                               "for item " PG-ITEM-NO
                   END-REWRITE
           END-WRITE.
           MOVE BEFORE-UNIT-COST  TO IM-UNIT-COST.
           MOVE BEFORE-UNIT-PRICE TO IM-UNIT-PRICE.

       300-REWRITE-INVENTORY-RECORD.

           REWRITE INVENTORY-RECORD FROM INVENTORY-MASTER-RECORD
                   MOVE SPACE      TO IX-STOCKING-UOM
                   MOVE SPACE      TO IX-BUYING-UOM
                   MOVE 1          TO IX-BUY-CONVERSION
                   MOVE ZERO       TO IX-SHIP-WEIGHT
                   MOVE "N"        TO IX-SERIAL-CONTROL-SWITCH
                   WRITE ITEM-EXTRA-RECORD
               ELSE
                   DISPLAY "Read error on item date file for item "
           MOVE MOVEMENT-DATE-CCYYMMDD TO MV-MOVEMENT-DATE.
           MOVE "MNT1000"              TO MV-SOURCE-PROGRAM.
           MOVE BEFORE-ON-HAND-BALANCE TO MV-BEFORE-BALANCE.
           MOVE SPACE                  TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "Write error on movement ledger for item "
           MOVE IM-BIN-LOCATION    TO AL-BIN-LOCATION.
           MOVE VM-VENDOR-NAME     TO AL-VENDOR-NAME.
           MOVE VM-VENDOR-PHONE    TO AL-VENDOR-PHONE.
           MOVE OPERATOR-ID        TO AL-ENTERED-BY.
           MOVE SPACE              TO AL-APPROVED-BY.
           WRITE AUDIT-LOG-RECORD.

       400-GET-DELETE-CONFIRMATION.
