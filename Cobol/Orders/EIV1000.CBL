       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. EIV1000.
      *
      *    ELECTRONIC INVOICE EXPORT -- THE OUTBOUND TWIN OF THE
      *    ORI1000 ORDER IMPORT. FOR EVERY CUSTOMER ON THE INVOICE
      *    FORMAT TABLE, WRITES THAT CUSTOMER'S INVOICES FOR THE
      *    DAY TO ITS OWN FILE, EINVNNNNN.DAT, ONE RECORD PER
      *    BILLED LINE IN THE CUSTOMER'S LAYOUT, ENDING WITH A
      *    CONTROL RECORD OF THE RECORD COUNT AND TOTAL SO THE
      *    CUSTOMER CAN PROVE THE FILE ARRIVED COMPLETE. THE DAY'S
      *    INVOICES ARE THE BILLING RUN'S OPEN ITEMS DATED THAT
      *    DAY; THE LINES COME FROM THE BILLED ORDER LINES AND
      *    THE TAX FROM THE TAX ACCRUALS. A CUSTOMER WITH NO
      *    INVOICES THAT DAY GETS NO FILE. THE COUNTS ARE LOGGED
      *    TO BATCHLOG LIKE THE OTHER NIGHTLY JOBS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT INVFMT   ASSIGN TO "c:\cobol\data\invfmt.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INVFMT-FILE-STATUS.
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT TAXACCR  ASSIGN TO "c:\cobol\data\taxaccr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TAXACCR-FILE-STATUS.
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT CUSINV   ASSIGN TO DYNAMIC EXPORT-FILE-NAME
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CUSINV-FILE-STATUS.
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat"
                           FILE STATUS IS BATCHLOG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  INVFMT.
      *
       COPY "Invfmt.cpy".
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  TAXACCR.
      *
       COPY "Taxaccr.cpy".
      *
       FD  ORDFILE.
      *
       COPY "Ordfile.cpy".
      *
       FD  CUSINV.
      *
       01  CUSTOMER-INVOICE-RECORD     PIC X(200).
      *
       FD  BATCHLOG.
      *
       COPY "Batchlog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  INVFMT-EOF-SWITCH           PIC X   VALUE "N".
               88  INVFMT-EOF                      VALUE "Y".
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  TAXACCR-EOF-SWITCH          PIC X   VALUE "N".
               88  TAXACCR-EOF                     VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  FORMAT-VALID-SWITCH         PIC X   VALUE "Y".
               88  FORMAT-VALID                    VALUE "Y".
           05  CUSTOMER-BILLED-SWITCH      PIC X   VALUE "N".
               88  CUSTOMER-BILLED                 VALUE "Y".
           05  INVOICE-FOUND-SWITCH        PIC X   VALUE "N".
               88  INVOICE-FOUND                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  INVFMT-FILE-STATUS      PIC XX.
               88  INVFMT-SUCCESSFUL           VALUE "00".
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  TAXACCR-FILE-STATUS     PIC XX.
               88  TAXACCR-SUCCESSFUL          VALUE "00".
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  CUSINV-FILE-STATUS      PIC XX.
               88  CUSINV-SUCCESSFUL           VALUE "00".
           05  BATCHLOG-FILE-STATUS    PIC XX.
               88  BATCHLOG-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  EXPORT-INVOICE-DATE     PIC 9(8).
      *
       01  EXPORT-FILE-NAME-FIELDS.
           05  EXPORT-FILE-NAME.
               10  FILLER              PIC X(18)
                   VALUE "c:\cobol\data\einv".
               10  EFN-CUSTOMER-NO     PIC 9(5).
               10  FILLER              PIC X(4)    VALUE ".dat".
      *
       01  COUNT-FIELDS.
           05  INVOICES-SELECTED       PIC 9(7)    VALUE ZERO.
           05  RECORDS-WRITTEN         PIC 9(7)    VALUE ZERO.
           05  FORMATS-REJECTED        PIC 9(7)    VALUE ZERO.
           05  FILES-WRITTEN           PIC 9(5)    VALUE ZERO.
           05  CUSTOMER-RECORD-COUNT   PIC 9(7).
           05  CUSTOMER-AMOUNT-TOTAL   PIC S9(9)V99.
      *
      *    THE OPEN-ITEM REFERENCE THE BILLING RUN WRITES IS "INV"
      *    FOLLOWED BY THE INVOICE NUMBER.
      *
       01  REFERENCE-WORK-FIELDS.
           05  RW-PREFIX               PIC X(3).
           05  RW-INVOICE-NO-X         PIC X(6).
           05  RW-INVOICE-NO       REDEFINES RW-INVOICE-NO-X
                                       PIC 9(6).
           05  FILLER                  PIC X(1).
      *
       01  PLACEMENT-WORK-FIELDS.
           05  PLACE-POS               PIC 9(3).
           05  PLACE-LEN               PIC 9(2).
           05  PLACE-NUMERIC-SWITCH    PIC X.
               88  PLACE-NUMERIC               VALUE "Y".
           05  EXPORT-NUMBER           PIC 9(13).
           05  EXPORT-NUMBER-X     REDEFINES EXPORT-NUMBER
                                       PIC X(13).
           05  LINE-EXTENSION          PIC S9(8)V99.
      *
       01  INVOICE-TABLE.
           05  INVOICE-ENTRY-COUNT     PIC S9(3)   COMP  VALUE ZERO.
           05  INVOICE-ENTRY               OCCURS 500 TIMES
                                           INDEXED BY INVOICE-INDEX.
               10  IV-INVOICE-NO           PIC 9(6).
               10  IV-CUSTOMER-NO          PIC 9(5).
               10  IV-TAX-AMOUNT           PIC S9(7)V99.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(07).
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
       PROCEDURE DIVISION.
      *
       000-EXPORT-CUSTOMER-INVOICES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           DISPLAY "ENTER INVOICE DATE TO EXPORT (YYYYMMDD, "
               "0 = TODAY).".
           ACCEPT EXPORT-INVOICE-DATE.
           IF EXPORT-INVOICE-DATE = ZERO
               MOVE RUN-DATE TO EXPORT-INVOICE-DATE.
           OPEN INPUT INVFMT.
           IF NOT INVFMT-SUCCESSFUL
               DISPLAY "NO INVOICE FORMAT TABLE ON FILE -- STATUS "
                   INVFMT-FILE-STATUS
               STOP RUN.
           PERFORM 100-LOAD-INVOICE-TABLE.
           PERFORM 150-LOAD-INVOICE-TAX.
           PERFORM 200-EXPORT-NEXT-CUSTOMER
               UNTIL INVFMT-EOF.
           CLOSE INVFMT.
           PERFORM 500-WRITE-BATCH-LOG-RECORD.
           DISPLAY "EIV1000  INVOICES SELECTED  " INVOICES-SELECTED.
           DISPLAY "EIV1000  CUSTOMER FILES     " FILES-WRITTEN.
           DISPLAY "EIV1000  RECORDS WRITTEN    " RECORDS-WRITTEN.
           DISPLAY "EIV1000  FORMATS REJECTED   " FORMATS-REJECTED.
           STOP RUN.
      *
       100-LOAD-INVOICE-TABLE.
      *
           OPEN INPUT AROPEN.
           IF NOT AROPEN-SUCCESSFUL
               DISPLAY "NO OPEN ITEMS ON FILE -- NOTHING TO EXPORT."
           ELSE
               PERFORM 110-LOAD-NEXT-OPEN-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN.
      *
       110-LOAD-NEXT-OPEN-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   MOVE AO-REFERENCE TO REFERENCE-WORK-FIELDS
                   IF AO-INVOICE-DATE = EXPORT-INVOICE-DATE
                     AND RW-PREFIX = "INV"
                     AND RW-INVOICE-NO-X NUMERIC
                       PERFORM 120-TABLE-INVOICE
                   END-IF
           END-READ.
      *
       120-TABLE-INVOICE.
      *
           IF INVOICE-ENTRY-COUNT < 500
               ADD 1 TO INVOICE-ENTRY-COUNT
               ADD 1 TO INVOICES-SELECTED
               SET INVOICE-INDEX TO INVOICE-ENTRY-COUNT
               MOVE RW-INVOICE-NO  TO IV-INVOICE-NO (INVOICE-INDEX)
               MOVE AO-CUSTOMER-NO TO IV-CUSTOMER-NO (INVOICE-INDEX)
               MOVE ZERO           TO IV-TAX-AMOUNT (INVOICE-INDEX)
           ELSE
               DISPLAY "INVOICE TABLE FULL -- INVOICE " RW-INVOICE-NO
                   " NOT EXPORTED.".
      *
       150-LOAD-INVOICE-TAX.
      *
      *    AN INVOICE WITH NO ACCRUAL RECORD WAS BILLED WITHOUT
      *    TAX AND EXPORTS A ZERO TAX AMOUNT.
      *
           OPEN INPUT TAXACCR.
           IF TAXACCR-SUCCESSFUL
               PERFORM 160-APPLY-NEXT-TAX-ACCRUAL
                   UNTIL TAXACCR-EOF
               CLOSE TAXACCR.
      *
       160-APPLY-NEXT-TAX-ACCRUAL.
      *
           READ TAXACCR
               AT END
                   MOVE "Y" TO TAXACCR-EOF-SWITCH
               NOT AT END
                   IF TA-INVOICE-DATE = EXPORT-INVOICE-DATE
                       SET INVOICE-INDEX TO 1
                       SEARCH INVOICE-ENTRY
                           AT END
                               CONTINUE
                           WHEN INVOICE-INDEX > INVOICE-ENTRY-COUNT
                               CONTINUE
                           WHEN IV-INVOICE-NO (INVOICE-INDEX)
                                   = TA-INVOICE-NO
                               MOVE TA-TAX-AMOUNT
                                   TO IV-TAX-AMOUNT (INVOICE-INDEX)
                       END-SEARCH
                   END-IF
           END-READ.
      *
       200-EXPORT-NEXT-CUSTOMER.
      *
           READ INVFMT
               AT END
                   MOVE "Y" TO INVFMT-EOF-SWITCH
               NOT AT END
                   PERFORM 210-CHECK-CUSTOMER-BILLED
                   IF CUSTOMER-BILLED
                       PERFORM 250-VALIDATE-FORMAT
                       IF FORMAT-VALID
                           PERFORM 300-WRITE-CUSTOMER-FILE
                       ELSE
                           ADD 1 TO FORMATS-REJECTED
                           DISPLAY "INVOICE FORMAT FOR CUSTOMER "
                               XF-CUSTOMER-NO " DOES NOT FIT -- "
                               "NO FILE WRITTEN."
                       END-IF
                   END-IF
           END-READ.
      *
       210-CHECK-CUSTOMER-BILLED.
      *
           MOVE "N" TO CUSTOMER-BILLED-SWITCH.
           SET INVOICE-INDEX TO 1.
           SEARCH INVOICE-ENTRY
               AT END
                   CONTINUE
               WHEN INVOICE-INDEX > INVOICE-ENTRY-COUNT
                   CONTINUE
               WHEN IV-CUSTOMER-NO (INVOICE-INDEX) = XF-CUSTOMER-NO
                   MOVE "Y" TO CUSTOMER-BILLED-SWITCH
           END-SEARCH.
      *
       250-VALIDATE-FORMAT.
      *
      *    EVERY FIELD THE CUSTOMER TAKES MUST LIE INSIDE THE
      *    200-BYTE RECORD, AND A NUMBER CANNOT BE WIDER THAN THE
      *    13 DIGITS IT IS EDITED INTO.
      *
           MOVE "Y" TO FORMAT-VALID-SWITCH.
           MOVE "Y" TO PLACE-NUMERIC-SWITCH.
           MOVE XF-INVOICE-NO-POS   TO PLACE-POS.
           MOVE XF-INVOICE-NO-LEN   TO PLACE-LEN.
           PERFORM 260-CHECK-FIELD-PLACEMENT.
           MOVE XF-INVOICE-DATE-POS TO PLACE-POS.
           MOVE XF-INVOICE-DATE-LEN TO PLACE-LEN.
           PERFORM 260-CHECK-FIELD-PLACEMENT.
           MOVE XF-QUANTITY-POS     TO PLACE-POS.
           MOVE XF-QUANTITY-LEN     TO PLACE-LEN.
           PERFORM 260-CHECK-FIELD-PLACEMENT.
           MOVE XF-PRICE-POS        TO PLACE-POS.
           MOVE XF-PRICE-LEN        TO PLACE-LEN.
           PERFORM 260-CHECK-FIELD-PLACEMENT.
           MOVE XF-TAX-POS          TO PLACE-POS.
           MOVE XF-TAX-LEN          TO PLACE-LEN.
           PERFORM 260-CHECK-FIELD-PLACEMENT.
           MOVE XF-COUNT-POS        TO PLACE-POS.
           MOVE XF-COUNT-LEN        TO PLACE-LEN.
           PERFORM 260-CHECK-FIELD-PLACEMENT.
           MOVE XF-TOTAL-POS        TO PLACE-POS.
           MOVE XF-TOTAL-LEN        TO PLACE-LEN.
           PERFORM 260-CHECK-FIELD-PLACEMENT.
           MOVE "N" TO PLACE-NUMERIC-SWITCH.
           MOVE XF-PO-NO-POS        TO PLACE-POS.
           MOVE XF-PO-NO-LEN        TO PLACE-LEN.
           PERFORM 260-CHECK-FIELD-PLACEMENT.
           MOVE XF-ITEM-NO-POS      TO PLACE-POS.
           MOVE XF-ITEM-NO-LEN      TO PLACE-LEN.
           PERFORM 260-CHECK-FIELD-PLACEMENT.
      *
       260-CHECK-FIELD-PLACEMENT.
      *
           IF PLACE-POS > ZERO
               IF PLACE-LEN = ZERO
                 OR PLACE-POS + PLACE-LEN - 1 > 200
                   MOVE "N" TO FORMAT-VALID-SWITCH
               ELSE
                   IF PLACE-NUMERIC AND PLACE-LEN > 13
                       MOVE "N" TO FORMAT-VALID-SWITCH.
      *
       300-WRITE-CUSTOMER-FILE.
      *
           MOVE XF-CUSTOMER-NO TO EFN-CUSTOMER-NO.
           OPEN OUTPUT CUSINV.
           IF NOT CUSINV-SUCCESSFUL
               DISPLAY "OPEN ERROR ON " EXPORT-FILE-NAME
                   " -- STATUS " CUSINV-FILE-STATUS
           ELSE
               MOVE ZERO TO CUSTOMER-RECORD-COUNT
               MOVE ZERO TO CUSTOMER-AMOUNT-TOTAL
               MOVE "N"  TO ORDFILE-EOF-SWITCH
               OPEN INPUT ORDFILE
               IF ORDFILE-SUCCESSFUL
                   PERFORM 310-EXPORT-NEXT-ORDER-LINE
                       UNTIL ORDFILE-EOF
                   CLOSE ORDFILE
               END-IF
               PERFORM 350-WRITE-CONTROL-RECORD
               CLOSE CUSINV
               ADD 1 TO FILES-WRITTEN
               DISPLAY "CUSTOMER " XF-CUSTOMER-NO " -- "
                   CUSTOMER-RECORD-COUNT " INVOICE LINES TO "
                   EXPORT-FILE-NAME.
      *
       310-EXPORT-NEXT-ORDER-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF ORDER-BILLED
                     AND OR-CUSTOMER-NO = XF-CUSTOMER-NO
                       PERFORM 320-FIND-LINE-INVOICE
                       IF INVOICE-FOUND
                           PERFORM 330-WRITE-DETAIL-RECORD
                       END-IF
                   END-IF
           END-READ.
      *
       320-FIND-LINE-INVOICE.
      *
           MOVE "N" TO INVOICE-FOUND-SWITCH.
           SET INVOICE-INDEX TO 1.
           SEARCH INVOICE-ENTRY
               AT END
                   CONTINUE
               WHEN INVOICE-INDEX > INVOICE-ENTRY-COUNT
                   CONTINUE
               WHEN IV-INVOICE-NO (INVOICE-INDEX) = OR-INVOICE-NO
                   MOVE "Y" TO INVOICE-FOUND-SWITCH
           END-SEARCH.
      *
       330-WRITE-DETAIL-RECORD.
      *
           MOVE SPACE TO CUSTOMER-INVOICE-RECORD.
           IF XF-INVOICE-NO-POS > ZERO
               MOVE OR-INVOICE-NO       TO EXPORT-NUMBER
               MOVE XF-INVOICE-NO-POS   TO PLACE-POS
               MOVE XF-INVOICE-NO-LEN   TO PLACE-LEN
               PERFORM 340-PLACE-EXPORT-NUMBER.
           IF XF-INVOICE-DATE-POS > ZERO
               MOVE EXPORT-INVOICE-DATE TO EXPORT-NUMBER
               MOVE XF-INVOICE-DATE-POS TO PLACE-POS
               MOVE XF-INVOICE-DATE-LEN TO PLACE-LEN
               PERFORM 340-PLACE-EXPORT-NUMBER.
           IF XF-PO-NO-POS > ZERO
               MOVE OR-CUSTOMER-PO-NO TO
                   CUSTOMER-INVOICE-RECORD
                   (XF-PO-NO-POS:XF-PO-NO-LEN).
           IF XF-ITEM-NO-POS > ZERO
               MOVE OR-ITEM-NO TO
                   CUSTOMER-INVOICE-RECORD
                   (XF-ITEM-NO-POS:XF-ITEM-NO-LEN).
           IF XF-QUANTITY-POS > ZERO
               MOVE OR-ALLOCATED-QUANTITY TO EXPORT-NUMBER
               MOVE XF-QUANTITY-POS     TO PLACE-POS
               MOVE XF-QUANTITY-LEN     TO PLACE-LEN
               PERFORM 340-PLACE-EXPORT-NUMBER.
           IF XF-PRICE-POS > ZERO
               COMPUTE EXPORT-NUMBER = OR-UNIT-PRICE * 100
               MOVE XF-PRICE-POS        TO PLACE-POS
               MOVE XF-PRICE-LEN        TO PLACE-LEN
               PERFORM 340-PLACE-EXPORT-NUMBER.
           IF XF-TAX-POS > ZERO
               COMPUTE EXPORT-NUMBER =
                   IV-TAX-AMOUNT (INVOICE-INDEX) * 100
               MOVE XF-TAX-POS          TO PLACE-POS
               MOVE XF-TAX-LEN          TO PLACE-LEN
               PERFORM 340-PLACE-EXPORT-NUMBER.
           WRITE CUSTOMER-INVOICE-RECORD.
           IF NOT CUSINV-SUCCESSFUL
               DISPLAY "WRITE ERROR ON " EXPORT-FILE-NAME
                   " -- STATUS " CUSINV-FILE-STATUS
           ELSE
               COMPUTE LINE-EXTENSION ROUNDED =
                   OR-ALLOCATED-QUANTITY * OR-UNIT-PRICE
               ADD LINE-EXTENSION TO CUSTOMER-AMOUNT-TOTAL
               ADD 1 TO CUSTOMER-RECORD-COUNT
               ADD 1 TO RECORDS-WRITTEN.
      *
       340-PLACE-EXPORT-NUMBER.
      *
      *    THE RIGHTMOST DIGITS OF THE EDITED NUMBER, AS MANY AS
      *    THE CUSTOMER'S FIELD HOLDS.
      *
           MOVE EXPORT-NUMBER-X (14 - PLACE-LEN:PLACE-LEN)
               TO CUSTOMER-INVOICE-RECORD (PLACE-POS:PLACE-LEN).
      *
       350-WRITE-CONTROL-RECORD.
      *
           MOVE SPACE TO CUSTOMER-INVOICE-RECORD.
           MOVE XF-CONTROL-TAG TO CUSTOMER-INVOICE-RECORD (1:10).
           IF XF-COUNT-POS > ZERO
               MOVE CUSTOMER-RECORD-COUNT TO EXPORT-NUMBER
               MOVE XF-COUNT-POS        TO PLACE-POS
               MOVE XF-COUNT-LEN        TO PLACE-LEN
               PERFORM 340-PLACE-EXPORT-NUMBER.
           IF XF-TOTAL-POS > ZERO
               COMPUTE EXPORT-NUMBER = CUSTOMER-AMOUNT-TOTAL * 100
               MOVE XF-TOTAL-POS        TO PLACE-POS
               MOVE XF-TOTAL-LEN        TO PLACE-LEN
               PERFORM 340-PLACE-EXPORT-NUMBER.
           WRITE CUSTOMER-INVOICE-RECORD.
           IF NOT CUSINV-SUCCESSFUL
               DISPLAY "WRITE ERROR ON " EXPORT-FILE-NAME
                   " CONTROL RECORD -- STATUS " CUSINV-FILE-STATUS
           ELSE
               ADD 1 TO RECORDS-WRITTEN.
      *
       500-WRITE-BATCH-LOG-RECORD.
      *
           OPEN EXTEND BATCHLOG.
           IF NOT BATCHLOG-SUCCESSFUL
               OPEN OUTPUT BATCHLOG.
           MOVE "EIV1000"          TO BL-JOB-NAME.
           MOVE RUN-DATE           TO BL-RUN-DATE.
           MOVE INVOICES-SELECTED  TO BL-RECORDS-READ.
           MOVE RECORDS-WRITTEN    TO BL-RECORDS-WRITTEN.
           MOVE FORMATS-REJECTED   TO BL-RECORDS-REJECTED.
           MOVE "OK"               TO BL-OUTCOME.
           MOVE FUNCTION CURRENT-DATE
               TO CURRENT-DATE-AND-TIME.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
