      *    RECEIPTS AND THE PURCHASE-ORDER FILE. CLEAN LINES CREATE
      *    APPROVED VOUCHERS; QUANTITY OR PRICE MISMATCHES CREATE
      *    HELD VOUCHERS AND PRINT ON THE DISCREPANCY REPORT SO WE
      *    NEVER PAY FOR GOODS WE DID NOT RECEIVE. GOODS A VENDOR
      *    DROP-SHIPPED TO OUR CUSTOMER ARE NEVER RECEIVED HERE;
      *    THE VENDOR'S SHIPMENT CONFIRMATIONS STAND IN FOR THE
      *    RECEIPTS IN THE MATCH. AN INVOICE LINE THAT QUOTES OUR
      *    PO NUMBER AND LINE IS MATCHED TO THAT ORDER LINE AND THE
      *    RECEIPTS SHIPPED AGAINST IT; ONE THAT DOES NOT IS
      *    MATCHED ACROSS EVERY ORDER FOR ITS VENDOR AND ITEM.
      *    VOUCHERS ARE ADDED TO THE VOUCHER FILE, NUMBERED ON FROM
      *    THE HIGHEST ALREADY THERE, SO EXPENSE VOUCHERS KEYED IN
      *    EXV1000 AND VOUCHERS NOT YET PAID ARE KEPT.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT APINV    ASSIGN TO "c:\cobol\data\apinv.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCTTRAN  ASSIGN TO "c:\cobol\data\rcttranu.dat".
           SELECT DSCONF   ASSIGN TO "c:\cobol\data\dsconfu.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DSCONF-FILE-STATUS.
           SELECT PORDFILE ASSIGN TO "c:\cobol\data\pordfile.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PORDFILE-FILE-STATUS.
           SELECT APVCHR   ASSIGN TO "c:\cobol\data\apvchr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APVCHR-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
           05  AI-ITEM-NO              PIC X(5).
           05  AI-INVOICE-QUANTITY     PIC S9(5).
           05  AI-UNIT-COST            PIC S9(3)V99.
           05  AI-PO-NUMBER            PIC 9(6).
           05  AI-PO-LINE-NO           PIC 9(2).
      *
       FD  RCTTRAN.
      *
           05  RT-RECEIPT-QUANTITY REDEFINES RT-RECEIPT-QUANTITY-X
                                       PIC S9(5).
           05  RT-LOCATION-CODE        PIC X(2).
           05  RT-PO-NUMBER            PIC 9(6).
           05  RT-PO-LINE-NO           PIC 9(2).
      *
       FD  PORDFILE.
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
       FD  DSCONF.
      *
       COPY "Dsconf.cpy".
      *
       FD  APVCHR.
      *
               88  APINV-EOF                       VALUE "Y".
           05  RCTTRAN-EOF-SWITCH          PIC X   VALUE "N".
               88  RCTTRAN-EOF                     VALUE "Y".
           05  DSCONF-EOF-SWITCH           PIC X   VALUE "N".
               88  DSCONF-EOF                      VALUE "Y".
           05  PORDFILE-EOF-SWITCH         PIC X   VALUE "N".
               88  PORDFILE-EOF                    VALUE "Y".
           05  LINE-CLEAN-SWITCH           PIC X   VALUE "Y".
               88  RECEIPT-TABLE-FULL              VALUE "Y".
           05  ORDER-TABLE-FULL-SWITCH     PIC X   VALUE "N".
               88  ORDER-TABLE-FULL                VALUE "Y".
           05  APVCHR-EOF-SWITCH           PIC X   VALUE "N".
               88  APVCHR-EOF                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  PORDFILE-FILE-STATUS    PIC XX.
               88  PORDFILE-SUCCESSFUL         VALUE "00".
           05  DSCONF-FILE-STATUS      PIC XX.
               88  DSCONF-SUCCESSFUL           VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  DEBMEMO-FILE-STATUS     PIC XX.
               88  DEBMEMO-SUCCESSFUL          VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
      *
       01  TERMS-WORK-FIELDS.
           05  VENDOR-TERMS-SWITCH     PIC X.
       01  GL-ACCOUNT-NUMBERS.
           05  GL-ACCRUED-RECEIPTS-ACCT PIC 9(4)   VALUE 2010.
           05  GL-PAYABLES-ACCT        PIC 9(4)    VALUE 2000.
           05  GL-COGS-ACCT            PIC 9(4)    VALUE 5000.
      *
       01  COUNT-FIELDS.
           05  INVOICE-LINE-COUNT      PIC S9(5)   COMP  VALUE ZERO.
       01  TOTAL-FIELDS.
           05  APPROVED-AMOUNT-TOTAL   PIC S9(9)V99      VALUE ZERO.
           05  HELD-AMOUNT-TOTAL       PIC S9(9)V99      VALUE ZERO.
           05  DROP-SHIP-AMOUNT-TOTAL  PIC S9(9)V99      VALUE ZERO.
           05  RECEIPTED-AMOUNT-TOTAL  PIC S9(9)V99.
      *
       01  MATCH-WORK-FIELDS.
           05  RECEIVED-QUANTITY       PIC S9(7).
           05  ORDERED-QUANTITY        PIC S9(7).
           05  ORDER-UNIT-COST         PIC S9(3)V99.
           05  ORDER-DROP-SHIP-SWITCH  PIC X.
               88  ORDER-DROP-SHIP             VALUE "Y".
           05  VOUCHER-AMOUNT          PIC S9(7)V99.
           05  DISCREPANCY-REASON      PIC X(25).
           05  MATCH-PO-NUMBER         PIC 9(6).
           05  MATCH-PO-LINE-NO        PIC 9(2).
      *
      *    THE RECEIPT OR CONFIRMATION BEING TABLED.
      *
       01  TABLED-RECEIPT-FIELDS.
           05  TABLED-VENDOR-NO        PIC X(5).
           05  TABLED-ITEM-NO          PIC X(5).
           05  TABLED-PO-NUMBER        PIC 9(6).
           05  TABLED-PO-LINE-NO       PIC 9(2).
           05  TABLED-QUANTITY         PIC S9(7).
      *
       01  RECEIPT-TABLE.
           05  RECEIPT-ENTRY-COUNT     PIC S9(3)   COMP  VALUE ZERO.
                                           INDEXED BY RECEIPT-INDEX.
               10  RE-VENDOR-NO            PIC X(5).
               10  RE-ITEM-NO              PIC X(5).
               10  RE-PO-NUMBER            PIC 9(6).
               10  RE-PO-LINE-NO           PIC 9(2).
               10  RE-RECEIVED-QUANTITY    PIC S9(7).
      *
       01  ORDER-TABLE.
                                           INDEXED BY ORDER-INDEX.
               10  OE-VENDOR-NO            PIC X(5).
               10  OE-ITEM-NO              PIC X(5).
               10  OE-PO-NUMBER            PIC 9(6).
               10  OE-PO-LINE-NO           PIC 9(2).
               10  OE-ORDERED-QUANTITY     PIC S9(7).
               10  OE-UNIT-COST            PIC S9(3)V99.
               10  OE-DROP-SHIP-SWITCH     PIC X.
      *
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(40)
                       PORDFILE.
           OPEN INPUT  VENDMAST.
           OPEN I-O    DEBMEMO.
           PERFORM 050-FIND-LAST-VOUCHER-NO.
           OPEN EXTEND APVCHR.
           IF NOT APVCHR-SUCCESSFUL
               OPEN OUTPUT APVCHR.
           OPEN OUTPUT APRPT.
           PERFORM 100-LOAD-RECEIPT-TABLE
               UNTIL RCTTRAN-EOF.
           PERFORM 120-LOAD-DROP-SHIP-CONFIRMS.
           PERFORM 200-LOAD-ORDER-TABLE
               UNTIL PORDFILE-EOF.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
               DISPLAY "AP1000  ORDERS NOT LOADED   "
                   ORDERS-NOT-TABLED " -- SPLIT THE RUN.".
           STOP RUN.
      *
       050-FIND-LAST-VOUCHER-NO.
      *
           OPEN INPUT APVCHR.
           IF APVCHR-SUCCESSFUL
               PERFORM 060-READ-NEXT-OLD-VOUCHER
                   UNTIL APVCHR-EOF
               CLOSE APVCHR.
      *
       060-READ-NEXT-OLD-VOUCHER.
      *
           READ APVCHR
               AT END
                   MOVE "Y" TO APVCHR-EOF-SWITCH
               NOT AT END
                   IF VO-VOUCHER-NO > NEXT-VOUCHER-NO
                       MOVE VO-VOUCHER-NO TO NEXT-VOUCHER-NO
                   END-IF
           END-READ.
      *
       100-LOAD-RECEIPT-TABLE.
      *
                   MOVE "Y" TO RCTTRAN-EOF-SWITCH
               NOT AT END
                   IF RT-RECEIPT-QUANTITY-X NUMERIC
                       MOVE RT-VENDOR-NO TO TABLED-VENDOR-NO
                       MOVE RT-ITEM-NO   TO TABLED-ITEM-NO
                       IF RT-PO-NUMBER NUMERIC
                         AND RT-PO-LINE-NO NUMERIC
                           MOVE RT-PO-NUMBER  TO TABLED-PO-NUMBER
                           MOVE RT-PO-LINE-NO TO TABLED-PO-LINE-NO
                       ELSE
                           MOVE ZERO TO TABLED-PO-NUMBER
                           MOVE ZERO TO TABLED-PO-LINE-NO
                       END-IF
                       MOVE RT-RECEIPT-QUANTITY TO TABLED-QUANTITY
                       PERFORM 110-ACCUMULATE-RECEIPT
                   END-IF
           END-READ.
                   IF RECEIPT-ENTRY-COUNT < 200
                       ADD 1 TO RECEIPT-ENTRY-COUNT
                       SET RECEIPT-INDEX TO RECEIPT-ENTRY-COUNT
                       MOVE TABLED-VENDOR-NO TO
                           RE-VENDOR-NO (RECEIPT-INDEX)
                       MOVE TABLED-ITEM-NO TO
                           RE-ITEM-NO (RECEIPT-INDEX)
                       MOVE TABLED-PO-NUMBER TO
                           RE-PO-NUMBER (RECEIPT-INDEX)
                       MOVE TABLED-PO-LINE-NO TO
                           RE-PO-LINE-NO (RECEIPT-INDEX)
                       MOVE TABLED-QUANTITY TO
                           RE-RECEIVED-QUANTITY (RECEIPT-INDEX)
                   ELSE
                       PERFORM 115-REPORT-RECEIPT-FULL
               WHEN RECEIPT-INDEX > RECEIPT-ENTRY-COUNT
                   IF RECEIPT-ENTRY-COUNT < 200
                       ADD 1 TO RECEIPT-ENTRY-COUNT
                       MOVE TABLED-VENDOR-NO TO
                           RE-VENDOR-NO (RECEIPT-INDEX)
                       MOVE TABLED-ITEM-NO TO
                           RE-ITEM-NO (RECEIPT-INDEX)
                       MOVE TABLED-PO-NUMBER TO
                           RE-PO-NUMBER (RECEIPT-INDEX)
                       MOVE TABLED-PO-LINE-NO TO
                           RE-PO-LINE-NO (RECEIPT-INDEX)
                       MOVE TABLED-QUANTITY TO
                           RE-RECEIVED-QUANTITY (RECEIPT-INDEX)
                   ELSE
                       PERFORM 115-REPORT-RECEIPT-FULL
                   END-IF
               WHEN RE-VENDOR-NO (RECEIPT-INDEX) = TABLED-VENDOR-NO
                AND RE-ITEM-NO (RECEIPT-INDEX) = TABLED-ITEM-NO
                AND RE-PO-NUMBER (RECEIPT-INDEX) = TABLED-PO-NUMBER
                AND RE-PO-LINE-NO (RECEIPT-INDEX) = TABLED-PO-LINE-NO
                   ADD TABLED-QUANTITY TO
                       RE-RECEIVED-QUANTITY (RECEIPT-INDEX)
           END-SEARCH.
      *
           MOVE "Y" TO RECEIPT-TABLE-FULL-SWITCH.
           ADD 1 TO RECEIPTS-NOT-TABLED.
           DISPLAY "RECEIPT TABLE FULL -- RECEIPT FOR VENDOR "
               TABLED-VENDOR-NO " ITEM " TABLED-ITEM-NO
               " NOT LOADED.".
      *
       120-LOAD-DROP-SHIP-CONFIRMS.
      *
      *    THE MONTH'S VENDOR SHIPMENT CONFIRMATIONS COUNT AS
      *    RECEIVED QUANTITY FOR THE MATCH. NO FILE MEANS NO
      *    DROP-SHIP LINES HAVE GONE OUT THIS MONTH.
      *
           OPEN INPUT DSCONF.
           IF DSCONF-SUCCESSFUL
               PERFORM 125-LOAD-NEXT-CONFIRM
                   UNTIL DSCONF-EOF
               CLOSE DSCONF.
      *
       125-LOAD-NEXT-CONFIRM.
      *
           READ DSCONF
               AT END
                   MOVE "Y" TO DSCONF-EOF-SWITCH
               NOT AT END
                   MOVE DS-VENDOR-NO     TO TABLED-VENDOR-NO
                   MOVE DS-ITEM-NO       TO TABLED-ITEM-NO
                   MOVE ZERO             TO TABLED-PO-NUMBER
                   MOVE ZERO             TO TABLED-PO-LINE-NO
                   MOVE DS-SHIP-QUANTITY TO TABLED-QUANTITY
                   PERFORM 110-ACCUMULATE-RECEIPT
           END-READ.
      *
       200-LOAD-ORDER-TABLE.
      *
      *    THOSE FIELDS. THEY MATCH AS ZERO SO THE ARITHMETIC AND
      *    PRICE COMPARISON STAY CLEAN -- AN INVOICE AGAINST SUCH
      *    AN ORDER HOLDS ON PRICE, WHICH IS THE SAFE SIDE.
      *    ORDERS RAISED BEFORE PO NUMBERS WERE ASSIGNED TABLE AS
      *    PO ZERO AND MATCH ONLY BY VENDOR AND ITEM.

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
       210-ACCUMULATE-ORDER.
      *
                           OE-VENDOR-NO (ORDER-INDEX)
                       MOVE PO-ITEM-NO TO
                           OE-ITEM-NO (ORDER-INDEX)
                       MOVE PO-NUMBER TO
                           OE-PO-NUMBER (ORDER-INDEX)
                       MOVE PO-LINE-NO TO
                           OE-PO-LINE-NO (ORDER-INDEX)
                       MOVE PO-ORDER-QUANTITY TO
                           OE-ORDERED-QUANTITY (ORDER-INDEX)
                       MOVE PO-UNIT-COST TO
                           OE-UNIT-COST (ORDER-INDEX)
                       MOVE PO-DROP-SHIP-SWITCH TO
                           OE-DROP-SHIP-SWITCH (ORDER-INDEX)
                   ELSE
                       PERFORM 215-REPORT-ORDER-FULL
                   END-IF
                           OE-VENDOR-NO (ORDER-INDEX)
                       MOVE PO-ITEM-NO TO
                           OE-ITEM-NO (ORDER-INDEX)
                       MOVE PO-NUMBER TO
                           OE-PO-NUMBER (ORDER-INDEX)
                       MOVE PO-LINE-NO TO
                           OE-PO-LINE-NO (ORDER-INDEX)
                       MOVE PO-ORDER-QUANTITY TO
                           OE-ORDERED-QUANTITY (ORDER-INDEX)
                       MOVE PO-UNIT-COST TO
                           OE-UNIT-COST (ORDER-INDEX)
                       MOVE PO-DROP-SHIP-SWITCH TO
                           OE-DROP-SHIP-SWITCH (ORDER-INDEX)
                   ELSE
                       PERFORM 215-REPORT-ORDER-FULL
                   END-IF
               WHEN OE-VENDOR-NO (ORDER-INDEX) = PO-VENDOR-NO
                AND OE-ITEM-NO (ORDER-INDEX) = PO-ITEM-NO
                AND OE-PO-NUMBER (ORDER-INDEX) = PO-NUMBER
                AND OE-PO-LINE-NO (ORDER-INDEX) = PO-LINE-NO
                   ADD PO-ORDER-QUANTITY TO
                       OE-ORDERED-QUANTITY (ORDER-INDEX)
                   MOVE PO-UNIT-COST TO
                       OE-UNIT-COST (ORDER-INDEX)
                   IF PO-DROP-SHIP
                       MOVE "Y" TO OE-DROP-SHIP-SWITCH (ORDER-INDEX)
                   END-IF
           END-SEARCH.
      *
       215-REPORT-ORDER-FULL.
      *
           MOVE "Y" TO LINE-CLEAN-SWITCH.
           MOVE SPACE TO DISCREPANCY-REASON.
           IF AI-PO-NUMBER NUMERIC
             AND AI-PO-LINE-NO NUMERIC
               MOVE AI-PO-NUMBER  TO MATCH-PO-NUMBER
               MOVE AI-PO-LINE-NO TO MATCH-PO-LINE-NO
           ELSE
               MOVE ZERO TO MATCH-PO-NUMBER
               MOVE ZERO TO MATCH-PO-LINE-NO.
           PERFORM 320-FIND-RECEIPT-QUANTITY.
           PERFORM 330-FIND-ORDER-ENTRY.
           IF NOT RECEIPT-MATCH
                   END-IF.
      *
       320-FIND-RECEIPT-QUANTITY.
      *
      *    THE TABLES ARE KEPT BY PO LINE, SO THE MATCH ADDS UP
      *    EVERY ENTRY THE INVOICE LINE CAN CLAIM. A LINE QUOTING
      *    A PO CLAIMS THE RECEIPTS SHIPPED AGAINST THAT PO LINE
      *    PLUS THE UNNUMBERED ONES -- CONFIRMATIONS AND RECEIPTS
      *    KEYED WITHOUT A PO -- FOR ITS VENDOR AND ITEM. A LINE
      *    QUOTING NO PO CLAIMS EVERYTHING FOR THE VENDOR AND ITEM,
      *    AS BEFORE ORDERS CARRIED NUMBERS.
      *
           MOVE "N" TO RECEIPT-MATCH-SWITCH.
           MOVE ZERO TO RECEIVED-QUANTITY.
           PERFORM 325-ADD-MATCHING-RECEIPT
               VARYING RECEIPT-INDEX FROM 1 BY 1
               UNTIL RECEIPT-INDEX > RECEIPT-ENTRY-COUNT.
      *
       325-ADD-MATCHING-RECEIPT.
      *
           IF RE-VENDOR-NO (RECEIPT-INDEX) = AI-VENDOR-NO
             AND RE-ITEM-NO (RECEIPT-INDEX) = AI-ITEM-NO
               IF MATCH-PO-NUMBER = ZERO
                 OR RE-PO-NUMBER (RECEIPT-INDEX) = ZERO
                 OR (RE-PO-NUMBER (RECEIPT-INDEX) = MATCH-PO-NUMBER
                     AND RE-PO-LINE-NO (RECEIPT-INDEX)
                         = MATCH-PO-LINE-NO)
                   MOVE "Y" TO RECEIPT-MATCH-SWITCH
                   ADD RE-RECEIVED-QUANTITY (RECEIPT-INDEX)
                       TO RECEIVED-QUANTITY.
      *
       330-FIND-ORDER-ENTRY.
      *
      *    A LINE QUOTING A PO IS HELD TO THAT ORDER LINE'S
      *    QUANTITY AND COST ALONE. A LINE QUOTING NONE IS HELD TO
      *    THE VENDOR AND ITEM'S TOTAL ORDERED, PRICED AT THE LAST
      *    ORDER ON FILE.
      *
           MOVE "N" TO ORDER-MATCH-SWITCH.
           MOVE ZERO TO ORDERED-QUANTITY.
           MOVE ZERO TO ORDER-UNIT-COST.
           MOVE "N"  TO ORDER-DROP-SHIP-SWITCH.
           PERFORM 335-ADD-MATCHING-ORDER
               VARYING ORDER-INDEX FROM 1 BY 1
               UNTIL ORDER-INDEX > ORDER-ENTRY-COUNT.
      *
       335-ADD-MATCHING-ORDER.
      *
           IF OE-VENDOR-NO (ORDER-INDEX) = AI-VENDOR-NO
             AND OE-ITEM-NO (ORDER-INDEX) = AI-ITEM-NO
               IF MATCH-PO-NUMBER = ZERO
                 OR (OE-PO-NUMBER (ORDER-INDEX) = MATCH-PO-NUMBER
                     AND OE-PO-LINE-NO (ORDER-INDEX)
                         = MATCH-PO-LINE-NO)
                   MOVE "Y" TO ORDER-MATCH-SWITCH
                   ADD OE-ORDERED-QUANTITY (ORDER-INDEX)
                       TO ORDERED-QUANTITY
                   MOVE OE-UNIT-COST (ORDER-INDEX)
                       TO ORDER-UNIT-COST
                   IF OE-DROP-SHIP-SWITCH (ORDER-INDEX) = "Y"
                       MOVE "Y" TO ORDER-DROP-SHIP-SWITCH.
      *
       345-STAMP-VOUCHER-TERMS.
      *
               SET VOUCHER-APPROVED TO TRUE
               ADD 1 TO APPROVED-COUNT
               ADD VOUCHER-AMOUNT TO APPROVED-AMOUNT-TOTAL
               IF ORDER-DROP-SHIP
                   ADD VOUCHER-AMOUNT TO DROP-SHIP-AMOUNT-TOTAL
                   IF DISCREPANCY-REASON = SPACE
                       MOVE "DROP-SHIP" TO DISCREPANCY-REASON
                   END-IF
               END-IF
           ELSE
               SET VOUCHER-HELD TO TRUE
               ADD 1 TO HELD-COUNT
      *    RECEIPT UPDATE ALREADY DEBITED INVENTORY AND CREDITED
      *    ACCRUED RECEIPTS WHEN THE GOODS ARRIVED, SO THE VOUCHER
      *    RELIEVES THE ACCRUAL AND SETS UP THE PAYABLE -- DEBITING
      *    INVENTORY AGAIN HERE WOULD BOOK THE GOODS TWICE. A
      *    DROP-SHIPPED LINE WAS NEVER ACCRUED -- THE GOODS WENT
      *    STRAIGHT TO THE CUSTOMER -- SO ITS VOUCHER DEBITS COST
      *    OF GOODS SOLD INSTEAD.
      *
           IF APPROVED-AMOUNT-TOTAL = ZERO
               CONTINUE
               ELSE
                   MOVE RUN-DATE  TO GJ-ENTRY-DATE
                   MOVE "AP1000"  TO GJ-SOURCE-PROGRAM
                   MOVE SPACE     TO GJ-ENTERED-BY
                   MOVE ZERO TO GJ-CREDIT-AMOUNT
                   SET JOURNAL-LINE-UNPOSTED TO TRUE
                   COMPUTE RECEIPTED-AMOUNT-TOTAL =
                       APPROVED-AMOUNT-TOTAL - DROP-SHIP-AMOUNT-TOTAL
                   IF RECEIPTED-AMOUNT-TOTAL NOT = ZERO
                       MOVE GL-ACCRUED-RECEIPTS-ACCT TO GJ-ACCOUNT-NO
                       MOVE RECEIPTED-AMOUNT-TOTAL TO GJ-DEBIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
                   IF DROP-SHIP-AMOUNT-TOTAL NOT = ZERO
                       MOVE GL-COGS-ACCT TO GJ-ACCOUNT-NO
                       MOVE DROP-SHIP-AMOUNT-TOTAL TO GJ-DEBIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
                   MOVE GL-PAYABLES-ACCT TO GJ-ACCOUNT-NO
                   MOVE ZERO TO GJ-DEBIT-AMOUNT
                   MOVE APPROVED-AMOUNT-TOTAL TO GJ-CREDIT-AMOUNT
