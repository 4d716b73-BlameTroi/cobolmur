       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CTP1000.
      *
      *    NIGHTLY CONTROL-TOTAL PROOF. A RECEIPT IS RECORDED FOUR
      *    TIMES -- THE TRANSACTION SEQ1000 APPLIES, ITS MOVEMENT
      *    ON THE LEDGER, THE RECEIVED QUANTITY POU1000 ADDS TO
      *    THE PURCHASE ORDER, AND THE FIFO LAYER CST1000 ADDS --
      *    AND A SHIPMENT IS BILLED THREE TIMES OVER: THE ITEM
      *    SALES RECORD, THE ISSUE MOVEMENT, AND THE LAYER RELIEF.
      *    THIS RUN TOTALS TONIGHT'S QUANTITY BY ITEM IN EACH OF
      *    THE FOUR STREAMS, LISTS EVERY ITEM WHERE THEY DISAGREE
      *    WITH THE STREAMS THAT ARE SHORT, AND LOGS OK OR
      *    OUTOFBAL TO THE BATCH LOG. PUT IT IN THE JOB TABLE WITH
      *    VERIFY FLAG B RIGHT AFTER POU1000, AND AGAIN RIGHT AFTER
      *    BIL1000, SO JSC1000 STOPS THE WINDOW ON A BAD NIGHT
      *    BEFORE BILLING OR ANYTHING AFTER IT RUNS.
      *
      *    WHICH PROOF RUNS IS DECIDED BY THE BATCH LOG: ONCE
      *    BIL1000 HAS LOGGED TODAY IT IS THE BILLING PROOF,
      *    OTHERWISE THE RECEIPT PROOF.
      *
      *    RECEIPT PROOF. THE TRANSACTIONS AND THE PURCHASE-ORDER
      *    INCREASES ARE IN THE VENDOR'S BUYING UNIT AND ARE
      *    CONVERTED TO STOCKING UNITS THE WAY SEQ1000 CONVERTS
      *    THEM. THE PURCHASE-ORDER INCREASE IS THE NEW ORDER FILE
      *    LESS THE OLD ONE, LINE FOR LINE, SO THE PROOF MUST RUN
      *    BEFORE PORDFILEN REPLACES PORDFILE. DROP-SHIP ORDER
      *    LINES ARE LEFT OUT -- A VENDOR CONFIRMATION IS NOT A
      *    RECEIPT. A RECEIPT SEQ1000 REJECTED SHOWS SHORT ON THE
      *    LEDGER AND THE LAYERS, WHICH IT IS UNTIL ERR1000 PUTS
      *    IT RIGHT.
      *
      *    BILLING PROOF. TONIGHT'S INVOICES ARE THE "INV" OPEN
      *    ITEMS DATED TODAY; THE SHIPPED LINES ARE THE ORDER
      *    LINES BILLED ON THEM PLUS ANY LINE STILL WAITING TO BE
      *    BILLED WITH A SHIP DATE ON OR BEFORE TODAY. A DROP-SHIP
      *    LINE IS SOLD BUT NEVER ISSUED OR RELIEVED, SO ITS
      *    QUANTITY IS PRINTED ON ITS OWN AND ADDED BACK TO THE
      *    ISSUES AND THE RELIEF BEFORE THEY ARE COMPARED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat"
                           FILE STATUS IS BATCHLOG-FILE-STATUS.
           SELECT RCTTRAN  ASSIGN TO "c:\cobol\data\rcttranl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RCTTRAN-FILE-STATUS.
           SELECT INVXTRA  ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS INVXTRA-FILE-STATUS.
           SELECT MOVLEDGR ASSIGN TO "c:\cobol\data\invmove.dat"
                           FILE STATUS IS MOVLEDGR-FILE-STATUS.
           SELECT PORDOLD  ASSIGN TO "c:\cobol\data\pordfile.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PORDOLD-FILE-STATUS.
           SELECT PORDNEW  ASSIGN TO "c:\cobol\data\pordfilen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PORDNEW-FILE-STATUS.
           SELECT CSTLACT  ASSIGN TO "c:\cobol\data\cstlact.dat"
                           FILE STATUS IS CSTLACT-FILE-STATUS.
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT ITMSALES ASSIGN TO "c:\cobol\data\itmsales.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ITMSALES-FILE-STATUS.
           SELECT CTPRPT   ASSIGN TO "c:\cobol\data\ctp1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BATCHLOG.
      *
       COPY "Batchlog.cpy".
      *
       FD  RCTTRAN.
      *
       01  RECEIPT-TRANSACTION.
           05  RT-ITEM-NO              PIC X(5).
           05  RT-VENDOR-NO            PIC X(5).
           05  RT-RECEIPT-DATE         PIC X(8).
           05  RT-RECEIPT-QUANTITY-X   PIC X(5).
           05  RT-RECEIPT-QUANTITY REDEFINES RT-RECEIPT-QUANTITY-X
                                       PIC S9(5).
           05  RT-LOCATION-CODE        PIC X(2).
           05  RT-PO-NUMBER            PIC 9(6).
           05  RT-PO-LINE-NO           PIC 9(2).
      *
       FD  INVXTRA.
      *
       COPY "Invxtra.cpy".
      *
       FD  MOVLEDGR.
      *
       COPY "Invmove.cpy".
      *
       FD  PORDOLD.
      *
       01  OLD-PURCHASE-ORDER-RECORD.
           05  PO-ITEM-NO              PIC X(5).
           05  PO-VENDOR-NO            PIC X(5).
           05  PO-ORDER-QUANTITY       PIC S9(5).
           05  PO-ORDER-DATE           PIC 9(8).
           05  PO-STATUS               PIC X.
           05  PO-UNIT-COST            PIC S9(3)V99.
           05  PO-RECEIVED-QTY         PIC S9(5).
           05  FILLER                  PIC X(25).
      *
       FD  PORDNEW.
      *
       01  NEW-PURCHASE-ORDER-RECORD.
           05  NP-ITEM-NO              PIC X(5).
           05  NP-VENDOR-NO            PIC X(5).
           05  NP-ORDER-QUANTITY       PIC S9(5).
           05  NP-ORDER-DATE           PIC 9(8).
           05  NP-STATUS               PIC X.
           05  NP-UNIT-COST            PIC S9(3)V99.
           05  NP-RECEIVED-QTY         PIC S9(5).
           05  NP-PROMISE-DATE         PIC 9(8).
           05  NP-REVISION-NO          PIC 9(2).
           05  NP-DROP-SHIP-SWITCH     PIC X.
               88  NP-DROP-SHIP                VALUE "Y".
           05  NP-NUMBER               PIC 9(6).
           05  NP-LINE-NO              PIC 9(2).
           05  NP-BLANKET-NO           PIC 9(6).
      *
       FD  CSTLACT.
      *
       COPY "Cstlact.cpy".
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  ORDFILE.
      *
       COPY "Ordfile.cpy".
      *
       FD  ITMSALES.
      *
       COPY "Itmsales.cpy".
      *
       FD  CTPRPT.
      *
       01  PRINT-AREA                  PIC X(95).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  PROOF-NIGHT-SWITCH          PIC X   VALUE "R".
               88  RECEIPT-NIGHT                   VALUE "R".
               88  BILLING-NIGHT                   VALUE "B".
           05  PROOF-COMPLETE-SWITCH       PIC X   VALUE "Y".
               88  PROOF-COMPLETE                  VALUE "Y".
           05  ITEM-BALANCED-SWITCH        PIC X.
               88  ITEM-BALANCED                   VALUE "Y".
           05  BATCHLOG-EOF-SWITCH         PIC X   VALUE "N".
               88  BATCHLOG-EOF                    VALUE "Y".
           05  RCTTRAN-EOF-SWITCH          PIC X   VALUE "N".
               88  RCTTRAN-EOF                     VALUE "Y".
           05  MOVLEDGR-EOF-SWITCH         PIC X   VALUE "N".
               88  MOVLEDGR-EOF                    VALUE "Y".
           05  PORDFILE-EOF-SWITCH         PIC X   VALUE "N".
               88  PORDFILE-EOF                    VALUE "Y".
           05  CSTLACT-EOF-SWITCH          PIC X   VALUE "N".
               88  CSTLACT-EOF                     VALUE "Y".
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  ITMSALES-EOF-SWITCH         PIC X   VALUE "N".
               88  ITMSALES-EOF                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  BATCHLOG-FILE-STATUS    PIC XX.
               88  BATCHLOG-SUCCESSFUL         VALUE "00".
           05  RCTTRAN-FILE-STATUS     PIC XX.
               88  RCTTRAN-SUCCESSFUL          VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  MOVLEDGR-FILE-STATUS    PIC XX.
               88  MOVLEDGR-SUCCESSFUL         VALUE "00".
           05  PORDOLD-FILE-STATUS     PIC XX.
               88  PORDOLD-SUCCESSFUL          VALUE "00".
           05  PORDNEW-FILE-STATUS     PIC XX.
               88  PORDNEW-SUCCESSFUL          VALUE "00".
           05  CSTLACT-FILE-STATUS     PIC XX.
               88  CSTLACT-SUCCESSFUL          VALUE "00".
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  ITMSALES-FILE-STATUS    PIC XX.
               88  ITMSALES-SUCCESSFUL         VALUE "00".
      *
       01  COUNT-FIELDS.
           05  RECORDS-READ            PIC 9(7)    VALUE ZERO.
           05  ITEMS-PROVED            PIC 9(7)    VALUE ZERO.
           05  ITEMS-OUT-OF-BALANCE    PIC 9(7)    VALUE ZERO.
           05  ITEMS-NOT-TABLED        PIC 9(7)    VALUE ZERO.
           05  INVOICES-FOUND          PIC 9(7)    VALUE ZERO.
      *
      *    THE STREAM A QUANTITY IS BEING ADDED TO, AND THE LEDGER
      *    AND LAYER WRITERS WHOSE RECORDS COUNT TONIGHT.
      *
       01  PROOF-WORK-FIELDS.
           05  STREAM-SUB              PIC S9(3)   COMP.
           05  TABLED-ITEM-NO          PIC X(5).
           05  TABLED-QUANTITY         PIC S9(9).
           05  PO-INCREASE             PIC S9(9).
           05  HIGH-STREAM-TOTAL       PIC S9(9).
           05  SHORT-POINTER           PIC S9(3)   COMP.
           05  MATCH-SOURCE-PROGRAM    PIC X(8).
           05  MATCH-LAYER-FUNCTION    PIC X.
           05  LOW-INVOICE-NO          PIC 9(6)    VALUE 999999.
           05  HIGH-INVOICE-NO         PIC 9(6)    VALUE ZERO.
      *
       01  REFERENCE-WORK-FIELDS.
           05  RW-PREFIX               PIC X(3).
           05  RW-INVOICE-NO-X         PIC X(6).
           05  RW-INVOICE-NO       REDEFINES RW-INVOICE-NO-X
                                       PIC 9(6).
           05  FILLER                  PIC X(1).
      *
       01  RECEIPT-STREAM-NAMES.
           05  FILLER                  PIC X(8)  VALUE "RECEIPTS".
           05  FILLER                  PIC X(8)  VALUE "INVMOVE".
           05  FILLER                  PIC X(8)  VALUE "PORDFILE".
           05  FILLER                  PIC X(8)  VALUE "CSTLAYER".
      *
       01  BILLING-STREAM-NAMES.
           05  FILLER                  PIC X(8)  VALUE "SHIPPED".
           05  FILLER                  PIC X(8)  VALUE "ITMSALES".
           05  FILLER                  PIC X(8)  VALUE "INVMOVE".
           05  FILLER                  PIC X(8)  VALUE "CSTLAYER".
      *
       01  STREAM-NAME-TABLE.
           05  STREAM-NAME                 OCCURS 4 TIMES
                                           PIC X(8).
      *
      *    ONE ENTRY PER ITEM SEEN TONIGHT IN ANY STREAM. THE
      *    COMPARED TOTALS ARE THE STREAM TOTALS WITH ANY DROP-SHIP
      *    QUANTITY ADDED BACK TO THE STREAMS THAT NEVER SEE IT.
      *
       01  PROOF-TABLE.
           05  PROOF-ENTRY-COUNT       PIC S9(3)   COMP  VALUE ZERO.
           05  PROOF-ENTRY                 OCCURS 500 TIMES
                                           INDEXED BY PROOF-INDEX.
               10  PE-ITEM-NO              PIC X(5).
               10  PE-BUY-CONVERSION       PIC 9(5).
               10  PE-DROP-SHIP-QUANTITY   PIC S9(9).
               10  PE-STREAM-TOTAL         OCCURS 4 TIMES
                                           PIC S9(9).
               10  PE-COMPARED-TOTAL       OCCURS 4 TIMES
                                           PIC S9(9).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(07).
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38)
               VALUE "CTP1000  NIGHTLY CONTROL-TOTAL PROOF".
           05  HL1-PROOF-NAME          PIC X(12).
           05  FILLER                  PIC X(10) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC 9(8).
      *
       01  HEADING-LINE-2.
           05  FILLER                  PIC X(7)  VALUE "ITEM".
           05  HL2-STREAM-NAMES.
               10  HL2-STREAM-NAME         OCCURS 4 TIMES.
                   15  FILLER          PIC X(2).
                   15  HL2-NAME        PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  HL2-DROP-SHIP           PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE "SHORT".
      *
       01  PROOF-LINE.
           05  PF-ITEM-NO              PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PF-STREAM                   OCCURS 4 TIMES.
               10  FILLER              PIC X(2).
               10  PF-STREAM-TOTAL     PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PF-DROP-SHIP            PIC ZZZ,ZZ9-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PF-SHORT-STREAMS        PIC X(36).
      *
       01  TOTAL-LINE-1.
           05  FILLER                  PIC X(25)
               VALUE "ITEMS PROVED:".
           05  TL1-COUNT               PIC ZZ,ZZ9.
      *
       01  TOTAL-LINE-2.
           05  FILLER                  PIC X(25)
               VALUE "ITEMS OUT OF BALANCE:".
           05  TL2-COUNT               PIC ZZ,ZZ9.
      *
       01  TOTAL-LINE-3.
           05  FILLER                  PIC X(25)
               VALUE "PROOF OUTCOME:".
           05  TL3-OUTCOME             PIC X(8).
      *
       PROCEDURE DIVISION.
      *
       000-PROVE-CONTROL-TOTALS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           PERFORM 050-DETERMINE-PROOF-NIGHT.
           OPEN OUTPUT CTPRPT.
           IF BILLING-NIGHT
               PERFORM 300-LOAD-BILLING-STREAMS
           ELSE
               PERFORM 100-LOAD-RECEIPT-STREAMS.
           PERFORM 600-PRINT-PROOF-HEADING.
           PERFORM 700-PROVE-ITEM
               VARYING PROOF-INDEX FROM 1 BY 1
               UNTIL PROOF-INDEX > PROOF-ENTRY-COUNT.
           PERFORM 750-PRINT-PROOF-TOTALS.
           CLOSE CTPRPT.
           PERFORM 900-WRITE-BATCH-LOG-RECORD.
           DISPLAY "CTP1000  RECORDS READ         " RECORDS-READ.
           DISPLAY "CTP1000  ITEMS PROVED         " ITEMS-PROVED.
           DISPLAY "CTP1000  ITEMS OUT OF BALANCE "
               ITEMS-OUT-OF-BALANCE.
           IF ITEMS-NOT-TABLED > ZERO
               DISPLAY "CTP1000  ITEMS NOT PROVED     "
                   ITEMS-NOT-TABLED " -- PROOF TABLE FULL.".
           GOBACK.
      *
       050-DETERMINE-PROOF-NIGHT.
      *
           OPEN INPUT BATCHLOG.
           IF BATCHLOG-SUCCESSFUL
               PERFORM 055-CHECK-NEXT-LOG-RECORD
                   UNTIL BATCHLOG-EOF
               CLOSE BATCHLOG.
           IF BILLING-NIGHT
               MOVE BILLING-STREAM-NAMES TO STREAM-NAME-TABLE
               MOVE "-- BILLING"         TO HL1-PROOF-NAME
           ELSE
               MOVE RECEIPT-STREAM-NAMES TO STREAM-NAME-TABLE
               MOVE "-- RECEIPTS"        TO HL1-PROOF-NAME.
      *
       055-CHECK-NEXT-LOG-RECORD.
      *
           READ BATCHLOG
               AT END
                   MOVE "Y" TO BATCHLOG-EOF-SWITCH
               NOT AT END
                   IF BL-JOB-NAME = "BIL1000"
                     AND BL-RUN-DATE = RUN-DATE
                       SET BILLING-NIGHT TO TRUE
                   END-IF
           END-READ.
      *
       100-LOAD-RECEIPT-STREAMS.
      *
           OPEN INPUT INVXTRA.
           PERFORM 110-LOAD-RECEIPT-TRANSACTIONS.
           MOVE 2         TO STREAM-SUB.
           MOVE "SEQ1000" TO MATCH-SOURCE-PROGRAM.
           PERFORM 400-LOAD-LEDGER-MOVEMENTS.
           PERFORM 150-LOAD-ORDER-RECEIPTS.
           MOVE 4         TO STREAM-SUB.
           MOVE "SEQ1000" TO MATCH-SOURCE-PROGRAM.
           MOVE "A"       TO MATCH-LAYER-FUNCTION.
           PERFORM 450-LOAD-LAYER-ACTIVITY.
           IF INVXTRA-SUCCESSFUL
               CLOSE INVXTRA.
      *
       110-LOAD-RECEIPT-TRANSACTIONS.
      *
           OPEN INPUT RCTTRAN.
           IF NOT RCTTRAN-SUCCESSFUL
               DISPLAY "CTP1000 NO RECEIPT TRANSACTIONS TONIGHT."
           ELSE
               PERFORM 120-ADD-NEXT-RECEIPT
                   UNTIL RCTTRAN-EOF
               CLOSE RCTTRAN.
      *
       120-ADD-NEXT-RECEIPT.
      *
           READ RCTTRAN
               AT END
                   MOVE "Y" TO RCTTRAN-EOF-SWITCH
               NOT AT END
                   IF RECEIPT-TRANSACTION (1:5) NOT = "*CTL*"
                     AND RT-RECEIPT-QUANTITY-X NUMERIC
                       ADD 1 TO RECORDS-READ
                       MOVE 1                   TO STREAM-SUB
                       MOVE RT-ITEM-NO          TO TABLED-ITEM-NO
                       MOVE RT-RECEIPT-QUANTITY TO TABLED-QUANTITY
                       PERFORM 800-ADD-TO-PROOF-TABLE
                   END-IF
           END-READ.
      *
      *    POU1000 WRITES ONE NEW ORDER RECORD FOR EVERY OLD ONE,
      *    SO THE TWO FILES ARE READ SIDE BY SIDE. A PAIR THAT DO
      *    NOT NAME THE SAME ITEM MEANS THE FILES ARE NOT FROM THE
      *    SAME RUN, AND THE PROOF CANNOT BE TRUSTED.
      *
       150-LOAD-ORDER-RECEIPTS.
      *
           OPEN INPUT PORDOLD
                      PORDNEW.
           IF NOT PORDOLD-SUCCESSFUL
             OR NOT PORDNEW-SUCCESSFUL
               DISPLAY "CTP1000 PORDFILE OR PORDFILEN MISSING -- NO "
                   "ORDER RECEIPTS PROVED."
               MOVE "N" TO PROOF-COMPLETE-SWITCH
           ELSE
               MOVE 3 TO STREAM-SUB
               PERFORM 160-ADD-NEXT-ORDER-INCREASE
                   UNTIL PORDFILE-EOF.
           IF PORDOLD-SUCCESSFUL OR PORDOLD-FILE-STATUS = "10"
               CLOSE PORDOLD.
           IF PORDNEW-SUCCESSFUL OR PORDNEW-FILE-STATUS = "10"
               CLOSE PORDNEW.
      *
       160-ADD-NEXT-ORDER-INCREASE.
      *
           READ PORDOLD
               AT END
                   MOVE "Y" TO PORDFILE-EOF-SWITCH
           END-READ.
           READ PORDNEW
               AT END
                   IF NOT PORDFILE-EOF
                       PERFORM 170-REPORT-ORDER-FILE-MISMATCH
                   END-IF
               NOT AT END
                   IF PORDFILE-EOF
                       PERFORM 170-REPORT-ORDER-FILE-MISMATCH
                   ELSE
                       IF NP-ITEM-NO NOT = PO-ITEM-NO
                           PERFORM 170-REPORT-ORDER-FILE-MISMATCH
                       ELSE
                           ADD 1 TO RECORDS-READ
                           PERFORM 165-ADD-ORDER-INCREASE
                       END-IF
                   END-IF
           END-READ.
      *
       165-ADD-ORDER-INCREASE.
      *
           IF PO-RECEIVED-QTY NOT NUMERIC
               MOVE ZERO TO PO-RECEIVED-QTY.
           COMPUTE PO-INCREASE = NP-RECEIVED-QTY - PO-RECEIVED-QTY.
           IF PO-INCREASE NOT = ZERO
             AND NOT NP-DROP-SHIP
               MOVE NP-ITEM-NO  TO TABLED-ITEM-NO
               MOVE PO-INCREASE TO TABLED-QUANTITY
               PERFORM 800-ADD-TO-PROOF-TABLE.
      *
       170-REPORT-ORDER-FILE-MISMATCH.
      *
           DISPLAY "CTP1000 PORDFILE AND PORDFILEN DO NOT PAIR UP -- "
               "ORDER RECEIPTS ONLY PARTLY PROVED.".
           MOVE "N" TO PROOF-COMPLETE-SWITCH.
           MOVE "Y" TO PORDFILE-EOF-SWITCH.
      *
       300-LOAD-BILLING-STREAMS.
      *
           PERFORM 310-FIND-TONIGHTS-INVOICES.
           PERFORM 330-LOAD-SHIPPED-LINES.
           PERFORM 350-LOAD-ITEM-SALES.
           MOVE 3         TO STREAM-SUB.
           MOVE "BIL1000" TO MATCH-SOURCE-PROGRAM.
           PERFORM 400-LOAD-LEDGER-MOVEMENTS.
           MOVE 4         TO STREAM-SUB.
           MOVE "BIL1000" TO MATCH-SOURCE-PROGRAM.
           MOVE "R"       TO MATCH-LAYER-FUNCTION.
           PERFORM 450-LOAD-LAYER-ACTIVITY.
      *
      *    THE BILLING RUN NUMBERS TONIGHT'S INVOICES IN ONE
      *    UNBROKEN RUN, SO THE LOWEST AND HIGHEST ARE ENOUGH.
      *
       310-FIND-TONIGHTS-INVOICES.
      *
           OPEN INPUT AROPEN.
           IF AROPEN-SUCCESSFUL
               PERFORM 320-CHECK-NEXT-OPEN-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN.
      *
       320-CHECK-NEXT-OPEN-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   MOVE AO-REFERENCE TO REFERENCE-WORK-FIELDS
                   IF AO-INVOICE-DATE = RUN-DATE
                     AND RW-PREFIX = "INV"
                     AND RW-INVOICE-NO-X NUMERIC
                       ADD 1 TO INVOICES-FOUND
                       IF RW-INVOICE-NO < LOW-INVOICE-NO
                           MOVE RW-INVOICE-NO TO LOW-INVOICE-NO
                       END-IF
                       IF RW-INVOICE-NO > HIGH-INVOICE-NO
                           MOVE RW-INVOICE-NO TO HIGH-INVOICE-NO
                       END-IF
                   END-IF
           END-READ.
      *
       330-LOAD-SHIPPED-LINES.
      *
           OPEN INPUT ORDFILE.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "CTP1000 NO ORDER FILE -- NO SHIPPED LINES "
                   "PROVED."
           ELSE
               MOVE 1 TO STREAM-SUB
               PERFORM 340-ADD-NEXT-SHIPPED-LINE
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
      *
       340-ADD-NEXT-SHIPPED-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF (ORDER-BILLED
                         AND OR-INVOICE-NO NOT < LOW-INVOICE-NO
                         AND OR-INVOICE-NO NOT > HIGH-INVOICE-NO)
                     OR (ORDER-SHIPPED
                         AND OR-SHIP-DATE NOT > RUN-DATE)
                       ADD 1 TO RECORDS-READ
                       MOVE OR-ITEM-NO            TO TABLED-ITEM-NO
                       MOVE OR-ALLOCATED-QUANTITY TO TABLED-QUANTITY
                       PERFORM 800-ADD-TO-PROOF-TABLE
                       IF DROP-SHIP-LINE
                           PERFORM 345-ADD-DROP-SHIP-QUANTITY
                       END-IF
                   END-IF
           END-READ.
      *
       345-ADD-DROP-SHIP-QUANTITY.
      *
           IF PROOF-INDEX NOT > PROOF-ENTRY-COUNT
               ADD OR-ALLOCATED-QUANTITY
                   TO PE-DROP-SHIP-QUANTITY (PROOF-INDEX).
      *
       350-LOAD-ITEM-SALES.
      *
           OPEN INPUT ITMSALES.
           IF ITMSALES-SUCCESSFUL
               MOVE 2 TO STREAM-SUB
               PERFORM 360-ADD-NEXT-ITEM-SALE
                   UNTIL ITMSALES-EOF
               CLOSE ITMSALES.
      *
       360-ADD-NEXT-ITEM-SALE.
      *
           READ ITMSALES
               AT END
                   MOVE "Y" TO ITMSALES-EOF-SWITCH
               NOT AT END
                   IF IS-SALE-DATE = RUN-DATE
                       ADD 1 TO RECORDS-READ
                       MOVE IS-ITEM-NO  TO TABLED-ITEM-NO
                       MOVE IS-QUANTITY TO TABLED-QUANTITY
                       PERFORM 800-ADD-TO-PROOF-TABLE
                   END-IF
           END-READ.
      *
      *    RECEIPTS ARE POSITIVE MOVEMENTS AND ISSUES NEGATIVE
      *    ONES; BOTH ARE PROVED AS THE QUANTITY THAT MOVED.
      *
       400-LOAD-LEDGER-MOVEMENTS.
      *
           OPEN INPUT MOVLEDGR.
           IF MOVLEDGR-SUCCESSFUL
               PERFORM 410-ADD-NEXT-MOVEMENT
                   UNTIL MOVLEDGR-EOF
               CLOSE MOVLEDGR.
      *
       410-ADD-NEXT-MOVEMENT.
      *
           READ MOVLEDGR
               AT END
                   MOVE "Y" TO MOVLEDGR-EOF-SWITCH
               NOT AT END
                   IF MV-MOVEMENT-DATE = RUN-DATE
                     AND MV-SOURCE-PROGRAM = MATCH-SOURCE-PROGRAM
                       ADD 1 TO RECORDS-READ
                       MOVE MV-ITEM-NO TO TABLED-ITEM-NO
                       IF MV-MOVEMENT-QUANTITY < ZERO
                           COMPUTE TABLED-QUANTITY =
                               ZERO - MV-MOVEMENT-QUANTITY
                       ELSE
                           MOVE MV-MOVEMENT-QUANTITY
                               TO TABLED-QUANTITY
                       END-IF
                       PERFORM 800-ADD-TO-PROOF-TABLE
                   END-IF
           END-READ.
      *
       450-LOAD-LAYER-ACTIVITY.
      *
           OPEN INPUT CSTLACT.
           IF CSTLACT-SUCCESSFUL
               PERFORM 460-ADD-NEXT-LAYER-ACTIVITY
                   UNTIL CSTLACT-EOF
               CLOSE CSTLACT.
      *
       460-ADD-NEXT-LAYER-ACTIVITY.
      *
           READ CSTLACT
               AT END
                   MOVE "Y" TO CSTLACT-EOF-SWITCH
               NOT AT END
                   IF CA-ACTIVITY-DATE = RUN-DATE
                     AND CA-SOURCE-PROGRAM = MATCH-SOURCE-PROGRAM
                     AND CA-FUNCTION-CODE = MATCH-LAYER-FUNCTION
                       ADD 1 TO RECORDS-READ
                       MOVE CA-ITEM-NO  TO TABLED-ITEM-NO
                       MOVE CA-QUANTITY TO TABLED-QUANTITY
                       PERFORM 800-ADD-TO-PROOF-TABLE
                   END-IF
           END-READ.
      *
       600-PRINT-PROOF-HEADING.
      *
           MOVE RUN-DATE TO HL1-RUN-DATE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE SPACE TO HL2-STREAM-NAMES.
           PERFORM 610-SET-STREAM-HEADING
               VARYING STREAM-SUB FROM 1 BY 1
               UNTIL STREAM-SUB > 4.
           IF BILLING-NIGHT
               MOVE "DROP-SHIP" TO HL2-DROP-SHIP
           ELSE
               MOVE SPACE TO HL2-DROP-SHIP.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       610-SET-STREAM-HEADING.
      *
           MOVE STREAM-NAME (STREAM-SUB) TO HL2-NAME (STREAM-SUB).
      *
      *    EVERY STREAM SHOULD CARRY THE SAME QUANTITY FOR THE
      *    ITEM. THE HIGHEST IS TAKEN AS WHAT HAPPENED AND EVERY
      *    STREAM BELOW IT IS NAMED AS SHORT.
      *
       700-PROVE-ITEM.
      *
           ADD 1 TO ITEMS-PROVED.
           PERFORM 710-SET-COMPARED-TOTAL
               VARYING STREAM-SUB FROM 1 BY 1
               UNTIL STREAM-SUB > 4.
           IF BILLING-NIGHT
               ADD PE-DROP-SHIP-QUANTITY (PROOF-INDEX)
                   TO PE-COMPARED-TOTAL (PROOF-INDEX 3)
                      PE-COMPARED-TOTAL (PROOF-INDEX 4).
           MOVE PE-COMPARED-TOTAL (PROOF-INDEX 1) TO HIGH-STREAM-TOTAL.
           PERFORM 720-FIND-HIGH-TOTAL
               VARYING STREAM-SUB FROM 2 BY 1
               UNTIL STREAM-SUB > 4.
           MOVE "Y"   TO ITEM-BALANCED-SWITCH.
           MOVE SPACE TO PF-SHORT-STREAMS.
           MOVE 1     TO SHORT-POINTER.
           PERFORM 730-CHECK-STREAM-SHORT
               VARYING STREAM-SUB FROM 1 BY 1
               UNTIL STREAM-SUB > 4.
           IF NOT ITEM-BALANCED
               ADD 1 TO ITEMS-OUT-OF-BALANCE
               PERFORM 740-PRINT-PROOF-LINE.
      *
       710-SET-COMPARED-TOTAL.
      *
           MOVE PE-STREAM-TOTAL (PROOF-INDEX STREAM-SUB)
               TO PE-COMPARED-TOTAL (PROOF-INDEX STREAM-SUB).
      *
       720-FIND-HIGH-TOTAL.
      *
           IF PE-COMPARED-TOTAL (PROOF-INDEX STREAM-SUB)
                   > HIGH-STREAM-TOTAL
               MOVE PE-COMPARED-TOTAL (PROOF-INDEX STREAM-SUB)
                   TO HIGH-STREAM-TOTAL.
      *
       730-CHECK-STREAM-SHORT.
      *
           IF PE-COMPARED-TOTAL (PROOF-INDEX STREAM-SUB)
                   < HIGH-STREAM-TOTAL
               MOVE "N" TO ITEM-BALANCED-SWITCH
               STRING STREAM-NAME (STREAM-SUB) DELIMITED BY SPACE
                      " "                      DELIMITED BY SIZE
                   INTO PF-SHORT-STREAMS
                   WITH POINTER SHORT-POINTER.
      *
       740-PRINT-PROOF-LINE.
      *
           MOVE SPACE TO PF-STREAM (1) PF-STREAM (2)
                         PF-STREAM (3) PF-STREAM (4).
           MOVE PE-ITEM-NO (PROOF-INDEX) TO PF-ITEM-NO.
           PERFORM 745-MOVE-STREAM-TOTAL
               VARYING STREAM-SUB FROM 1 BY 1
               UNTIL STREAM-SUB > 4.
           MOVE PROOF-LINE TO PRINT-AREA.
           IF BILLING-NIGHT
               MOVE PE-DROP-SHIP-QUANTITY (PROOF-INDEX) TO PF-DROP-SHIP
               MOVE PROOF-LINE TO PRINT-AREA
           ELSE
               MOVE SPACE TO PRINT-AREA (48:10).
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       745-MOVE-STREAM-TOTAL.
      *
           MOVE PE-STREAM-TOTAL (PROOF-INDEX STREAM-SUB)
               TO PF-STREAM-TOTAL (STREAM-SUB).
      *
       750-PRINT-PROOF-TOTALS.
      *
           IF ITEMS-OUT-OF-BALANCE = ZERO
               MOVE "ALL STREAMS AGREE FOR EVERY ITEM." TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF NOT PROOF-COMPLETE
               MOVE "PROOF INCOMPLETE -- SEE THE RUN MESSAGES."
                   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ITEMS-PROVED TO TL1-COUNT.
           MOVE TOTAL-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ITEMS-OUT-OF-BALANCE TO TL2-COUNT.
           MOVE TOTAL-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           IF ITEMS-OUT-OF-BALANCE = ZERO
             AND PROOF-COMPLETE
               MOVE "OK"       TO TL3-OUTCOME
           ELSE
               MOVE "OUTOFBAL" TO TL3-OUTCOME.
           MOVE TOTAL-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    LEAVES PROOF-INDEX ON THE ITEM'S ENTRY, OR PAST THE
      *    COUNT IF THE TABLE IS FULL. AN ITEM THAT CANNOT BE
      *    TABLED CANNOT BE PROVED, SO THE NIGHT IS NOT PASSED.
      *    ON THE RECEIPT NIGHT THE ITEM'S BUYING-UNIT FACTOR IS
      *    TAKEN FROM THE SIDE FILE WHEN IT IS FIRST TABLED.
      *
       800-ADD-TO-PROOF-TABLE.
      *
           SET PROOF-INDEX TO 1.
           SEARCH PROOF-ENTRY
               AT END
                   PERFORM 810-TABLE-NEW-ITEM
               WHEN PROOF-INDEX > PROOF-ENTRY-COUNT
                   PERFORM 810-TABLE-NEW-ITEM
               WHEN PE-ITEM-NO (PROOF-INDEX) = TABLED-ITEM-NO
                   CONTINUE
           END-SEARCH.
           IF PROOF-INDEX NOT > PROOF-ENTRY-COUNT
               IF RECEIPT-NIGHT
                 AND (STREAM-SUB = 1 OR STREAM-SUB = 3)
                   MULTIPLY PE-BUY-CONVERSION (PROOF-INDEX)
                       BY TABLED-QUANTITY
               END-IF
               ADD TABLED-QUANTITY
                   TO PE-STREAM-TOTAL (PROOF-INDEX STREAM-SUB).
      *
       810-TABLE-NEW-ITEM.
      *
           IF PROOF-ENTRY-COUNT < 500
               ADD 1 TO PROOF-ENTRY-COUNT
               SET PROOF-INDEX TO PROOF-ENTRY-COUNT
               MOVE TABLED-ITEM-NO TO PE-ITEM-NO (PROOF-INDEX)
               MOVE ZERO TO PE-DROP-SHIP-QUANTITY (PROOF-INDEX)
                            PE-STREAM-TOTAL (PROOF-INDEX 1)
                            PE-STREAM-TOTAL (PROOF-INDEX 2)
                            PE-STREAM-TOTAL (PROOF-INDEX 3)
                            PE-STREAM-TOTAL (PROOF-INDEX 4)
               MOVE 1 TO PE-BUY-CONVERSION (PROOF-INDEX)
               IF RECEIPT-NIGHT
                   PERFORM 820-LOOKUP-BUY-CONVERSION
               END-IF
           ELSE
               ADD 1 TO ITEMS-NOT-TABLED
               MOVE "N" TO PROOF-COMPLETE-SWITCH
               SET PROOF-INDEX TO 501
               DISPLAY "PROOF TABLE FULL -- ITEM " TABLED-ITEM-NO
                   " NOT PROVED.".
      *
       820-LOOKUP-BUY-CONVERSION.
      *
           IF INVXTRA-SUCCESSFUL
               MOVE TABLED-ITEM-NO TO IX-ITEM-NO
               READ INVXTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IX-BUY-CONVERSION NUMERIC
                         AND IX-BUY-CONVERSION > 1
                           MOVE IX-BUY-CONVERSION
                               TO PE-BUY-CONVERSION (PROOF-INDEX)
                       END-IF
               END-READ.
      *
       900-WRITE-BATCH-LOG-RECORD.
      *
           OPEN EXTEND BATCHLOG.
           IF NOT BATCHLOG-SUCCESSFUL
               OPEN OUTPUT BATCHLOG.
           MOVE "CTP1000"            TO BL-JOB-NAME.
           MOVE RUN-DATE             TO BL-RUN-DATE.
           MOVE RECORDS-READ         TO BL-RECORDS-READ.
           MOVE ITEMS-PROVED         TO BL-RECORDS-WRITTEN.
           MOVE ITEMS-OUT-OF-BALANCE TO BL-RECORDS-REJECTED.
           MOVE TL3-OUTCOME          TO BL-OUTCOME.
           MOVE FUNCTION CURRENT-DATE
               TO CURRENT-DATE-AND-TIME.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
