       PROGRAM-ID. CST1000.
      *
      *    SHARED COST-LAYER SUBPROGRAM. RECEIPTS ADD DATED FIFO
      *    LAYERS; ISSUES RELIEVE THE OLDEST LAYERS FIRST. EVERY
      *    ADD AND EVERY RELIEF IS ALSO WRITTEN TO THE LAYER
      *    ACTIVITY FILE UNDER THE CALLER'S NAME FOR THE NIGHTLY
      *    CONTROL-TOTAL PROOF.
      *
       ENVIRONMENT DIVISION.
      *
      *
           SELECT CSTLAYER ASSIGN TO "c:\cobol\data\cstlayer.dat"
                           FILE STATUS IS CSTLAYER-FILE-STATUS.
           SELECT CSTLACT  ASSIGN TO "c:\cobol\data\cstlact.dat"
                           FILE STATUS IS CSTLACT-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FD  CSTLAYER.
      *
       COPY "Cstlayer.cpy".
      *
       FD  CSTLACT.
      *
       COPY "Cstlact.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-FIELDS.
           05  CSTLAYER-FILE-STATUS    PIC XX.
               88  CSTLAYER-SUCCESSFUL         VALUE "00".
           05  CSTLACT-FILE-STATUS     PIC XX.
               88  CSTLACT-SUCCESSFUL          VALUE "00".
      *
       01  RELIEF-WORK-FIELDS.
           05  QUANTITY-TO-RELIEVE     PIC S9(7).
           05  LAYER-RELIEF-QUANTITY   PIC S9(5).
           05  ACTIVITY-QUANTITY       PIC S9(7).
           05  ACTIVITY-COST           PIC S9(9)V99.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       LINKAGE SECTION.
      *
               WRITE COST-LAYER-RECORD
               IF NOT CSTLAYER-SUCCESSFUL
                   MOVE "E" TO CLR-RETURN-CODE
                   CLOSE CSTLAYER
               ELSE
                   CLOSE CSTLAYER
                   MOVE CLR-QUANTITY TO ACTIVITY-QUANTITY
                   COMPUTE ACTIVITY-COST ROUNDED =
                       CLR-QUANTITY * CLR-UNIT-COST
                   PERFORM 300-WRITE-LAYER-ACTIVITY.
      *
       200-RELIEVE-COST-LAYERS.
      *
                       OR QUANTITY-TO-RELIEVE NOT > ZERO
               CLOSE CSTLAYER
               IF QUANTITY-TO-RELIEVE > ZERO
                   MOVE "S" TO CLR-RETURN-CODE
               END-IF
               IF CLR-RELIEVED-QUANTITY > ZERO
                   MOVE CLR-RELIEVED-QUANTITY TO ACTIVITY-QUANTITY
                   MOVE CLR-RELIEVED-COST     TO ACTIVITY-COST
                   PERFORM 300-WRITE-LAYER-ACTIVITY.
      *
       210-RELIEVE-NEXT-LAYER.
      *
           IF NOT CSTLAYER-SUCCESSFUL
               MOVE "E" TO CLR-RETURN-CODE
               MOVE "Y" TO CSTLAYER-EOF-SWITCH.
      *
      *    THE LAYERS ARE ALREADY RIGHT BY THE TIME THIS RUNS, SO A
      *    FAILURE HERE DOES NOT FAIL THE REQUEST. THE MISSING
      *    RECORD SHOWS UP ON THE NIGHT'S PROOF INSTEAD.
      *
       300-WRITE-LAYER-ACTIVITY.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN EXTEND CSTLACT.
           IF NOT CSTLACT-SUCCESSFUL
               OPEN OUTPUT CSTLACT.
           IF CSTLACT-SUCCESSFUL
               MOVE RUN-DATE           TO CA-ACTIVITY-DATE
               MOVE CLR-SOURCE-PROGRAM TO CA-SOURCE-PROGRAM
               MOVE CLR-FUNCTION-CODE  TO CA-FUNCTION-CODE
               MOVE CLR-ITEM-NO        TO CA-ITEM-NO
               MOVE CLR-LAYER-DATE     TO CA-LAYER-DATE
               MOVE ACTIVITY-QUANTITY  TO CA-QUANTITY
               MOVE ACTIVITY-COST      TO CA-EXTENDED-COST
               WRITE COST-LAYER-ACTIVITY-RECORD
               CLOSE CSTLACT.
