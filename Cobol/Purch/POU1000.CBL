      *
      *    PURCHASE-ORDER RECEIPT POSTING. RUNS IN THE NIGHTLY
      *    WINDOW AFTER THE RECEIPTS ARE APPLIED TO THE INVENTORY
      *    MASTER. A RECEIPT THAT QUOTES A PURCHASE-ORDER NUMBER
      *    AND LINE POSTS TO THAT LINE AND NO OTHER; ONE THAT DOES
      *    NOT IS POSTED AGAINST THE OLDEST OPEN ORDER FOR ITS
      *    VENDOR AND ITEM, AS ALL RECEIPTS WERE BEFORE ORDERS
      *    CARRIED NUMBERS. EITHER WAY THE RECEIVED-TO-DATE
      *    QUANTITY IS MAINTAINED AND THE STATUS MOVES FROM
      *    OPEN THROUGH PARTIAL TO CLOSED. THE OLD ORDER FILE IS
      *    READ AND A NEW ONE WRITTEN, LIKE THE MASTER UPDATE RUNS.
      *    A DROP-SHIP ORDER NEVER SEES A RECEIPT; THE DAY'S
      *    VENDOR SHIPMENT CONFIRMATIONS POST AGAINST IT INSTEAD,
      *    AND A STOCK RECEIPT NEVER POSTS AGAINST A DROP-SHIP
      *    ORDER OR A CONFIRMATION AGAINST A STOCK ONE. THE DAY'S
      *    CONFIRMATIONS ARE ADDED TO THE MONTH'S FILE THE
      *    PAYABLES MATCH READS AND THE DAILY FILE IS EMPTIED.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT PORDNEW  ASSIGN TO "c:\cobol\data\pordfilen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PORDNEW-FILE-STATUS.
           SELECT DSCONF   ASSIGN TO "c:\cobol\data\dsconf.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DSCONF-FILE-STATUS.
           SELECT DSCONFU  ASSIGN TO "c:\cobol\data\dsconfu.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DSCONFU-FILE-STATUS.
           SELECT POUREG   ASSIGN TO "c:\cobol\data\pou1reg.prn".
      *
       DATA DIVISION.
           05  RT-RECEIPT-QUANTITY REDEFINES RT-RECEIPT-QUANTITY-X
                                       PIC S9(5).
           05  RT-LOCATION-CODE        PIC X(2).
           05  RT-PO-NUMBER            PIC 9(6).
           05  RT-PO-LINE-NO           PIC 9(2).
      *
       FD  PORDOLD.
      *
           05  PO-RECEIVED-QTY         PIC S9(5).
           05  PO-PROMISE-DATE         PIC 9(8).
           05  PO-REVISION-NO          PIC 9(2).
           05  PO-DROP-SHIP-SWITCH     PIC X.
               88  PO-DROP-SHIP                VALUE "Y".
           05  PO-NUMBER               PIC 9(6).
           05  PO-LINE-NO              PIC 9(2).
           05  PO-BLANKET-NO           PIC 9(6).
      *
       FD  PORDNEW.
      *
       01  NEW-PURCHASE-ORDER-RECORD   PIC X(59).
      *
       FD  DSCONF.
      *
       COPY "Dsconf.cpy".
      *
       FD  DSCONFU.
      *
       01  MONTH-CONFIRMATION-RECORD   PIC X(46).
      *
       FD  POUREG.
      *
               88  RCTTRAN-EOF                     VALUE "Y".
           05  PORDOLD-EOF-SWITCH          PIC X   VALUE "N".
               88  PORDOLD-EOF                     VALUE "Y".
           05  DSCONF-EOF-SWITCH           PIC X   VALUE "N".
               88  DSCONF-EOF                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  PORDNEW-FILE-STATUS     PIC XX.
               88  PORDNEW-SUCCESSFUL          VALUE "00".
           05  DSCONF-FILE-STATUS      PIC XX.
               88  DSCONF-SUCCESSFUL           VALUE "00".
           05  DSCONFU-FILE-STATUS     PIC XX.
               88  DSCONFU-SUCCESSFUL          VALUE "00".
      *
       01  COUNT-FIELDS.
           05  RECEIPTS-READ           PIC S9(5)   COMP  VALUE ZERO.
           05  ORDERS-POSTED           PIC S9(5)   COMP  VALUE ZERO.
           05  ORDERS-CLOSED           PIC S9(5)   COMP  VALUE ZERO.
           05  RECEIPTS-NOT-TABLED     PIC S9(5)   COMP  VALUE ZERO.
           05  CONFIRMS-READ           PIC S9(5)   COMP  VALUE ZERO.
           05  PO-RECEIPTS-UNAPPLIED   PIC S9(5)   COMP  VALUE ZERO.
      *
       01  POSTING-WORK-FIELDS.
           05  OPEN-BALANCE            PIC S9(7).
           05  APPLY-QUANTITY          PIC S9(7).
           05  MATCH-PO-NUMBER         PIC 9(6).
           05  MATCH-PO-LINE-NO        PIC 9(2).
      *
      *    THE RECEIPT OR CONFIRMATION BEING TABLED.
      *
       01  TABLED-RECEIPT-FIELDS.
           05  TABLED-VENDOR-NO        PIC X(5).
           05  TABLED-ITEM-NO          PIC X(5).
           05  TABLED-DROP-SHIP-SWITCH PIC X.
           05  TABLED-PO-NUMBER        PIC 9(6).
           05  TABLED-PO-LINE-NO       PIC 9(2).
           05  TABLED-QUANTITY         PIC S9(7).
      *
       01  RECEIPT-TABLE.
           05  RECEIPT-ENTRY-COUNT     PIC S9(3)   COMP  VALUE ZERO.
                                           INDEXED BY RECEIPT-INDEX.
               10  RE-VENDOR-NO            PIC X(5).
               10  RE-ITEM-NO              PIC X(5).
               10  RE-DROP-SHIP-SWITCH     PIC X.
               10  RE-PO-NUMBER            PIC 9(6).
               10  RE-PO-LINE-NO           PIC 9(2).
               10  RE-UNAPPLIED-QUANTITY   PIC S9(7).
      *
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(9)  VALUE "RECEIVED".
           05  FILLER                  PIC X(8)  VALUE "APPLIED".
           05  FILLER                  PIC X(6)  VALUE "STATUS".
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "PO-LINE".
      *
       01  POSTING-LINE.
           05  PL-ITEM-NO              PIC X(5).
           05  PL-APPLIED              PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  PL-STATUS               PIC X.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  PL-PO-NUMBER            PIC 9(6).
           05  FILLER                  PIC X     VALUE "-".
           05  PL-PO-LINE-NO           PIC 9(2).
      *
       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(25)
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 100-LOAD-RECEIPT-TABLE
               UNTIL RCTTRAN-EOF.
           PERFORM 120-LOAD-DROP-SHIP-CONFIRMS.
           PERFORM 200-POST-NEXT-ORDER
               UNTIL PORDOLD-EOF.
           PERFORM 300-REPORT-UNAPPLIED-RECEIPT
               VARYING RECEIPT-INDEX FROM 1 BY 1
               UNTIL RECEIPT-INDEX > RECEIPT-ENTRY-COUNT.
           PERFORM 400-PRINT-POSTING-TOTALS.
           CLOSE RCTTRAN
                 PORDOLD
                 PORDNEW
                 POUREG.
           IF CONFIRMS-READ > ZERO
               OPEN OUTPUT DSCONF
               CLOSE DSCONF.
           DISPLAY "POU1000  RECEIPTS READ  " RECEIPTS-READ.
           DISPLAY "POU1000  CONFIRMS READ  " CONFIRMS-READ.
           DISPLAY "POU1000  ORDERS READ    " ORDERS-READ.
           DISPLAY "POU1000  ORDERS POSTED  " ORDERS-POSTED.
           DISPLAY "POU1000  ORDERS CLOSED  " ORDERS-CLOSED.
           IF RECEIPTS-NOT-TABLED > ZERO
               DISPLAY "POU1000  RECEIPTS NOT APPLIED "
                   RECEIPTS-NOT-TABLED " -- RERUN THEM.".
           IF PO-RECEIPTS-UNAPPLIED > ZERO
               DISPLAY "POU1000  PO RECEIPTS WITH NO OPEN LINE "
                   PO-RECEIPTS-UNAPPLIED.
           STOP RUN.
      *
       100-LOAD-RECEIPT-TABLE.
                   IF RECEIPT-TRANSACTION (1:5) NOT = "*CTL*"
                       ADD 1 TO RECEIPTS-READ
                       IF RT-RECEIPT-QUANTITY-X NUMERIC
                           MOVE RT-VENDOR-NO TO TABLED-VENDOR-NO
                           MOVE RT-ITEM-NO   TO TABLED-ITEM-NO
                           MOVE "N"          TO TABLED-DROP-SHIP-SWITCH
                           PERFORM 105-TAKE-RECEIPT-PO-REFERENCE
                           MOVE RT-RECEIPT-QUANTITY TO TABLED-QUANTITY
                           PERFORM 110-ACCUMULATE-RECEIPT
                       END-IF
                   END-IF
           END-READ.
      *
       105-TAKE-RECEIPT-PO-REFERENCE.
      *
      *    RECEIPTS KEYED BEFORE THE PO REFERENCE WAS ADDED, AND
      *    ANY KEYED WITHOUT ONE, READ BACK WITH SPACES THERE AND
      *    ARE TABLED AS PO ZERO -- POSTED BY VENDOR AND ITEM.
      *
           IF RT-PO-NUMBER NUMERIC
             AND RT-PO-LINE-NO NUMERIC
               MOVE RT-PO-NUMBER  TO TABLED-PO-NUMBER
               MOVE RT-PO-LINE-NO TO TABLED-PO-LINE-NO
           ELSE
               MOVE ZERO TO TABLED-PO-NUMBER
               MOVE ZERO TO TABLED-PO-LINE-NO.
      *
       110-ACCUMULATE-RECEIPT.
      *
                   IF RECEIPT-ENTRY-COUNT < 200
                       ADD 1 TO RECEIPT-ENTRY-COUNT
                       SET RECEIPT-INDEX TO RECEIPT-ENTRY-COUNT
                       PERFORM 112-TABLE-NEW-RECEIPT
                   ELSE
                       PERFORM 115-REPORT-RECEIPT-TABLE-FULL
                   END-IF
               WHEN RECEIPT-INDEX > RECEIPT-ENTRY-COUNT
                   IF RECEIPT-ENTRY-COUNT < 200
                       ADD 1 TO RECEIPT-ENTRY-COUNT
                       PERFORM 112-TABLE-NEW-RECEIPT
                   ELSE
                       PERFORM 115-REPORT-RECEIPT-TABLE-FULL
                   END-IF
               WHEN RE-VENDOR-NO (RECEIPT-INDEX) = TABLED-VENDOR-NO
                AND RE-ITEM-NO (RECEIPT-INDEX) = TABLED-ITEM-NO
                AND RE-DROP-SHIP-SWITCH (RECEIPT-INDEX)
                       = TABLED-DROP-SHIP-SWITCH
                AND RE-PO-NUMBER (RECEIPT-INDEX) = TABLED-PO-NUMBER
                AND RE-PO-LINE-NO (RECEIPT-INDEX) = TABLED-PO-LINE-NO
                   ADD TABLED-QUANTITY TO
                       RE-UNAPPLIED-QUANTITY (RECEIPT-INDEX)
           END-SEARCH.
      *
       112-TABLE-NEW-RECEIPT.
      *
           MOVE TABLED-VENDOR-NO TO RE-VENDOR-NO (RECEIPT-INDEX).
           MOVE TABLED-ITEM-NO   TO RE-ITEM-NO (RECEIPT-INDEX).
           MOVE TABLED-DROP-SHIP-SWITCH
               TO RE-DROP-SHIP-SWITCH (RECEIPT-INDEX).
           MOVE TABLED-PO-NUMBER  TO RE-PO-NUMBER (RECEIPT-INDEX).
           MOVE TABLED-PO-LINE-NO TO RE-PO-LINE-NO (RECEIPT-INDEX).
           MOVE TABLED-QUANTITY
               TO RE-UNAPPLIED-QUANTITY (RECEIPT-INDEX).
      *
       115-REPORT-RECEIPT-TABLE-FULL.
      *
      *
           ADD 1 TO RECEIPTS-NOT-TABLED.
           DISPLAY "RECEIPT TABLE FULL -- RECEIPT FOR VENDOR "
               TABLED-VENDOR-NO " ITEM " TABLED-ITEM-NO
               " NOT APPLIED THIS RUN.".
      *
       120-LOAD-DROP-SHIP-CONFIRMS.
      *
      *    NO CONFIRMATION FILE SIMPLY MEANS NO DROP-SHIP LINES
      *    WENT OUT TODAY. EACH CONFIRMATION IS TABLED FOR POSTING
      *    AND COPIED TO THE MONTH'S FILE AS IT IS READ.
      *
           OPEN INPUT DSCONF.
           IF DSCONF-SUCCESSFUL
               OPEN EXTEND DSCONFU
               IF NOT DSCONFU-SUCCESSFUL
                   OPEN OUTPUT DSCONFU
               END-IF
               PERFORM 125-LOAD-NEXT-CONFIRM
                   UNTIL DSCONF-EOF
               CLOSE DSCONF
                     DSCONFU.
      *
       125-LOAD-NEXT-CONFIRM.
      *
           READ DSCONF
               AT END
                   MOVE "Y" TO DSCONF-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CONFIRMS-READ
                   WRITE MONTH-CONFIRMATION-RECORD
                       FROM DROP-SHIP-CONFIRMATION
                   IF NOT DSCONFU-SUCCESSFUL
                       DISPLAY "WRITE ERROR ON DSCONFU -- STATUS "
                           DSCONFU-FILE-STATUS
                   END-IF
                   MOVE DS-VENDOR-NO     TO TABLED-VENDOR-NO
                   MOVE DS-ITEM-NO       TO TABLED-ITEM-NO
                   MOVE "Y"              TO TABLED-DROP-SHIP-SWITCH
                   MOVE ZERO             TO TABLED-PO-NUMBER
                   MOVE ZERO             TO TABLED-PO-LINE-NO
                   MOVE DS-SHIP-QUANTITY TO TABLED-QUANTITY
                   PERFORM 110-ACCUMULATE-RECEIPT
           END-READ.
      *
       200-POST-NEXT-ORDER.
      *
      *    ORDERS WRITTEN BEFORE THE FILE CARRIED A UNIT COST AND
      *    A RECEIVED-TO-DATE QUANTITY READ BACK WITH SPACES IN
      *    THOSE FIELDS. THEY POST AS ZERO-RECEIVED AT ZERO COST
      *    AND ARE REWRITTEN FULL LENGTH ON THE WAY OUT. ORDERS
      *    RAISED BEFORE PURCHASE-ORDER NUMBERS WERE ASSIGNED COME
      *    BACK AS PO ZERO, LINE ZERO, AND NO BLANKET.

           IF PO-UNIT-COST NOT NUMERIC
               MOVE ZERO TO PO-UNIT-COST.
               MOVE ZERO TO PO-PROMISE-DATE.
           IF PO-REVISION-NO NOT NUMERIC
               MOVE ZERO TO PO-REVISION-NO.
           IF NOT PO-DROP-SHIP
               MOVE "N" TO PO-DROP-SHIP-SWITCH.
           IF PO-NUMBER NOT NUMERIC
               MOVE ZERO TO PO-NUMBER.
           IF PO-LINE-NO NOT NUMERIC
               MOVE ZERO TO PO-LINE-NO.
           IF PO-BLANKET-NO NOT NUMERIC
               MOVE ZERO TO PO-BLANKET-NO.
      *
       210-APPLY-RECEIPTS-TO-ORDER.
      *
      *    A NUMBERED ORDER LINE TAKES THE RECEIPTS SHIPPED AGAINST
      *    IT FIRST, THEN ANY UNNUMBERED RECEIPT FOR ITS VENDOR
      *    AND ITEM. A RECEIPT QUOTING SOME OTHER PO NEVER TOUCHES
      *    IT, HOWEVER MUCH OLDER THIS ORDER IS.
      *
           IF PO-NUMBER > ZERO
               MOVE PO-NUMBER  TO MATCH-PO-NUMBER
               MOVE PO-LINE-NO TO MATCH-PO-LINE-NO
               PERFORM 215-APPLY-MATCHING-RECEIPT.
           MOVE ZERO TO MATCH-PO-NUMBER.
           MOVE ZERO TO MATCH-PO-LINE-NO.
           PERFORM 215-APPLY-MATCHING-RECEIPT.
      *
       215-APPLY-MATCHING-RECEIPT.
      *
           SET RECEIPT-INDEX TO 1.
           SEARCH RECEIPT-ENTRY
                   CONTINUE
               WHEN RE-VENDOR-NO (RECEIPT-INDEX) = PO-VENDOR-NO
                AND RE-ITEM-NO (RECEIPT-INDEX) = PO-ITEM-NO
                AND RE-DROP-SHIP-SWITCH (RECEIPT-INDEX)
                       = PO-DROP-SHIP-SWITCH
                AND RE-PO-NUMBER (RECEIPT-INDEX) = MATCH-PO-NUMBER
                AND RE-PO-LINE-NO (RECEIPT-INDEX) = MATCH-PO-LINE-NO
                   PERFORM 220-POST-RECEIPT-QUANTITY
           END-SEARCH.
      *
           MOVE PO-RECEIVED-QTY   TO PL-RECEIVED.
           MOVE APPLY-QUANTITY    TO PL-APPLIED.
           MOVE PO-STATUS         TO PL-STATUS.
           MOVE PO-NUMBER         TO PL-PO-NUMBER.
           MOVE PO-LINE-NO        TO PL-PO-LINE-NO.
           MOVE POSTING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       300-REPORT-UNAPPLIED-RECEIPT.
      *
      *    A RECEIPT THAT QUOTES A PO LINE WHICH IS CLOSED, OR WAS
      *    NEVER RAISED, IS LEFT UNAPPLIED RATHER THAN GUESSED AT.
      *    PURCHASING CHASES IT FROM THE DISPLAY.
      *
           IF RE-PO-NUMBER (RECEIPT-INDEX) > ZERO
             AND RE-UNAPPLIED-QUANTITY (RECEIPT-INDEX) > ZERO
               ADD 1 TO PO-RECEIPTS-UNAPPLIED
               DISPLAY "NO OPEN LINE FOR PO "
                   RE-PO-NUMBER (RECEIPT-INDEX) "-"
                   RE-PO-LINE-NO (RECEIPT-INDEX) " VENDOR "
                   RE-VENDOR-NO (RECEIPT-INDEX) " ITEM "
                   RE-ITEM-NO (RECEIPT-INDEX) " -- "
                   RE-UNAPPLIED-QUANTITY (RECEIPT-INDEX)
                   " NOT APPLIED.".
      *
       400-PRINT-POSTING-TOTALS.
      *
