           SELECT RUNMODE  ASSIGN TO "c:\cobol\data\runmode.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RUNMODE-FILE-STATUS.
           SELECT DUALCTL  ASSIGN TO "c:\cobol\data\dualctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DUALCTL-FILE-STATUS.
           SELECT PRCPEND  ASSIGN TO "c:\cobol\data\prcpend.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PG-ITEM-NO
                           FILE STATUS IS PRCPEND-FILE-STATUS.
001600*
001700 DATA DIVISION.                                                           
001800*                                                                         
      *
       01  RUN-MODE-RECORD         PIC X(8).
      *
       FD  DUALCTL.
      *
       COPY "Dualctl.cpy".
      *
       FD  PRCPEND.
      *
       COPY "Prcpend.cpy".
      *
004500 WORKING-STORAGE SECTION.
004600*                                                                         
004700 01  SWITCHES.                                                            
               88  MNTTRAN-EOF                         VALUE "Y".
           05  SIMULATION-MODE-SWITCH          PIC X   VALUE "N".
               88  SIMULATION-MODE                     VALUE "Y".
           05  PRICE-CHANGE-HELD-SWITCH        PIC X   VALUE "N".
               88  PRICE-CHANGE-HELD                   VALUE "Y".
005300*
005400 01  FILE-STATUS-FIELDS.
005600     05  NEWMAST-FILE-STATUS     PIC XX.
005900         88  ERRTRAN-SUCCESSFUL          VALUE "00".
           05  RUNMODE-FILE-STATUS     PIC XX.
               88  RUNMODE-SUCCESSFUL          VALUE "00".
           05  DUALCTL-FILE-STATUS     PIC XX.
               88  DUALCTL-SUCCESSFUL          VALUE "00".
           05  PRCPEND-FILE-STATUS     PIC XX.
               88  PRCPEND-SUCCESSFUL          VALUE "00".
      *
       01  SIMULATION-NOTE-LINE.
           05  FILLER                  PIC X(42) VALUE
           05  FILLER                  PIC X(12) VALUE "BEFORE PRICE".
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "AFTER PRICE".
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(4)  VALUE "NOTE".
      *
       01  PRC-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-BEFORE-PRICE        PIC ZZZ.ZZ.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  PDL-AFTER-PRICE         PIC ZZZ.ZZ.
           05  FILLER                  PIC X(16) VALUE SPACE.
           05  PDL-NOTE                PIC X(12).
      *
       01  PRC-BEFORE-DATA.
           05  PRC-BEFORE-UNIT-COST    PIC S9(3)V99.
           05  PRC-BEFORE-UNIT-PRICE   PIC S9(3)V99.
      *
       01  PRICE-THRESHOLD-FIELDS.
           05  CHANGE-OLD-VALUE        PIC S9(3)V99.
           05  CHANGE-NEW-VALUE        PIC S9(3)V99.
           05  CHANGE-THRESHOLD-PCT    PIC 9(3).
           05  CHANGE-PERCENT          PIC S9(7)V99.
      *
       01  REGISTER-FIELDS.
           05  REG-TRANSACTION-COUNT   PIC 9(5) VALUE ZERO.
               10  MT-UNIT-COST        PIC S9(3)V99.
               10  MT-UNIT-PRICE       PIC S9(3)V99.
               10  MT-REORDER-POINT    PIC S9(5).
               10  MT-ENTERED-BY       PIC X(8).
006700*
006100 01  INVENTORY-MASTER-RECORD.
006300     05  IM-ITEM-NO              PIC X(5).
           IF BATCH-REFUSED
               GOBACK.
           PERFORM 100-EDIT-TRANSACTIONS.
           PERFORM 058-READ-DUAL-CONTROL-FILE.
008500     OPEN INPUT  OLDMAST
008600                 MNTTRAN.
           IF NOT SIMULATION-MODE
008700         OPEN OUTPUT NEWMAST
008800                     ERRTRAN
               OPEN I-O PRCPEND
               IF NOT PRCPEND-SUCCESSFUL
                   OPEN OUTPUT PRCPEND
                   CLOSE PRCPEND
                   OPEN I-O PRCPEND.
           OPEN EXTEND BATCHLOG.
           OPEN OUTPUT PRCRPT.
           MOVE PRC-HEADING-LINE-1 TO PRC-PRINT-AREA.
                 REGRPT.
           IF NOT SIMULATION-MODE
009500         CLOSE NEWMAST
                     ERRTRAN
                     PRCPEND.
           PERFORM 440-WRITE-BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
009700     GOBACK.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
      *
       058-READ-DUAL-CONTROL-FILE.
      *
      *    A COST OR PRICE CHANGE OF MORE THAN THE DUALCTL PERCENT
      *    IS NOT POSTED. IT GOES TO PRCPEND FOR A SUPERVISOR OTHER
      *    THAN THE OPERATOR WHO ENTERED IT TO APPROVE ON PCA1000.
      *    WITH NO THRESHOLDS SET, EVERY PRICE AND COST CHANGE IS
      *    HELD.
      *
           MOVE ZERO TO DU-PRICE-THRESHOLD-PCT
                        DU-COST-THRESHOLD-PCT.
           OPEN INPUT DUALCTL.
           IF DUALCTL-SUCCESSFUL
               READ DUALCTL
                   AT END
                       MOVE ZERO TO DU-PRICE-THRESHOLD-PCT
                                    DU-COST-THRESHOLD-PCT
               END-READ
               CLOSE DUALCTL
           END-IF.
           IF DU-PRICE-THRESHOLD-PCT NOT NUMERIC
               MOVE ZERO TO DU-PRICE-THRESHOLD-PCT.
           IF DU-COST-THRESHOLD-PCT NOT NUMERIC
               MOVE ZERO TO DU-COST-THRESHOLD-PCT.
      *
       100-EDIT-TRANSACTIONS.
      *
               MOVE MT-UNIT-PRICE TO IM-UNIT-PRICE.
           IF MT-REORDER-POINT NOT = ZERO
               MOVE MT-REORDER-POINT TO IM-REORDER-POINT.
           MOVE "N" TO PRICE-CHANGE-HELD-SWITCH.
           MOVE SPACE TO PDL-NOTE.
           IF IM-UNIT-COST NOT = PRC-BEFORE-UNIT-COST
               OR IM-UNIT-PRICE NOT = PRC-BEFORE-UNIT-PRICE
               PERFORM 412-CHECK-PRICE-CHANGE
               PERFORM 420-WRITE-PRICE-CHANGE-LINE.
           IF PRICE-CHANGE-HELD
               PERFORM 416-HOLD-PRICE-CHANGE.
           MOVE "Y" TO NEED-TRANSACTION-SWITCH.
           IF PRICE-CHANGE-HELD
               MOVE "PRICE HELD" TO RDL-OUTCOME
           ELSE
               MOVE "CHANGED" TO RDL-OUTCOME.
           PERFORM 430-WRITE-REGISTER-LINE.
      *
       412-CHECK-PRICE-CHANGE.
      *
           IF IM-UNIT-COST NOT = PRC-BEFORE-UNIT-COST
               MOVE PRC-BEFORE-UNIT-COST  TO CHANGE-OLD-VALUE
               MOVE IM-UNIT-COST          TO CHANGE-NEW-VALUE
               MOVE DU-COST-THRESHOLD-PCT TO CHANGE-THRESHOLD-PCT
               PERFORM 414-TEST-CHANGE-THRESHOLD.
           IF IM-UNIT-PRICE NOT = PRC-BEFORE-UNIT-PRICE
               MOVE PRC-BEFORE-UNIT-PRICE  TO CHANGE-OLD-VALUE
               MOVE IM-UNIT-PRICE          TO CHANGE-NEW-VALUE
               MOVE DU-PRICE-THRESHOLD-PCT TO CHANGE-THRESHOLD-PCT
               PERFORM 414-TEST-CHANGE-THRESHOLD.
           IF PRICE-CHANGE-HELD
               MOVE "HELD" TO PDL-NOTE.
      *
       414-TEST-CHANGE-THRESHOLD.
      *
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
      *
       416-HOLD-PRICE-CHANGE.
      *
      *    THE MASTER KEEPS ITS OLD COST AND PRICE. ANY OTHER FIELD
      *    ON THE TRANSACTION IS STILL APPLIED. A CHANGE WITH NO
      *    OPERATOR ON IT IS ENTERED IN THIS PROGRAM'S NAME, SO ANY
      *    SUPERVISOR MAY REVIEW IT.
      *
           IF NOT SIMULATION-MODE
               MOVE IM-ITEM-NO            TO PG-ITEM-NO
               MOVE PRC-BEFORE-UNIT-COST  TO PG-OLD-UNIT-COST
               MOVE PRC-BEFORE-UNIT-PRICE TO PG-OLD-UNIT-PRICE
               MOVE IM-UNIT-COST          TO PG-NEW-UNIT-COST
               MOVE IM-UNIT-PRICE         TO PG-NEW-UNIT-PRICE
               IF MT-ENTERED-BY = SPACE
                   MOVE "SEQ2000" TO PG-ENTERED-BY
               ELSE
                   MOVE MT-ENTERED-BY TO PG-ENTERED-BY
               END-IF
               MOVE RUN-DATE              TO PG-ENTRY-DATE
               MOVE "SEQ2000"             TO PG-SOURCE-PROGRAM
               WRITE PENDING-PRICE-CHANGE-RECORD
                   INVALID KEY
                       REWRITE PENDING-PRICE-CHANGE-RECORD
               END-WRITE
               IF NOT PRCPEND-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON PRCPEND FOR ITEM NUMBER "
                       IM-ITEM-NO
                   DISPLAY "FILE STATUS CODE IS " PRCPEND-FILE-STATUS
                   MOVE "416-HOLD-PRICE-CHANGE" TO EL-PARAGRAPH-NAME
                   MOVE "PRCPEND"              TO EL-FILE-NAME
                   MOVE PRCPEND-FILE-STATUS    TO EL-FILE-STATUS
                   MOVE IM-ITEM-NO             TO EL-RECORD-KEY
                   PERFORM 950-LOG-FILE-ERROR
               END-IF
           END-IF.
           MOVE PRC-BEFORE-UNIT-COST  TO IM-UNIT-COST.
           MOVE PRC-BEFORE-UNIT-PRICE TO IM-UNIT-PRICE.
      *
       420-WRITE-PRICE-CHANGE-LINE.
      *
