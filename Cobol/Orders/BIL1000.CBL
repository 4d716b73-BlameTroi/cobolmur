                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT SALESTRN ASSIGN TO "c:\cobol\data\salestrn.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SALESTRN-FILE-STATUS.
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT ARNEW    ASSIGN TO "c:\cobol\data\aropenn.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILRPT   ASSIGN TO "c:\cobol\data\bil1rpt.prn"
                           FILE STATUS IS BILRPT-FILE-STATUS.
           SELECT CKPTFILE ASSIGN TO "c:\cobol\data\bil1000.ckp"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CKPTFILE-FILE-STATUS.
           SELECT INVCTL   ASSIGN TO "c:\cobol\data\invctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INVCTL-FILE-STATUS.
                           ACCESS IS RANDOM
                           RECORD KEY IS TX-STATE-CODE
                           FILE STATUS IS TAXTABLE-FILE-STATUS.
           SELECT TAXEXMT  ASSIGN TO "c:\cobol\data\taxexmt.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS TE-EXEMPTION-KEY
                           FILE STATUS IS TAXEXMT-FILE-STATUS.
           SELECT TAXACCR  ASSIGN TO "c:\cobol\data\taxaccr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TAXACCR-FILE-STATUS.
                           ACCESS IS RANDOM
                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS INVXTRA-FILE-STATUS.
           SELECT FRTRATE  ASSIGN TO "c:\cobol\data\frtrate.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS FR-RATE-KEY
                           FILE STATUS IS FRTRATE-FILE-STATUS.
           SELECT FRTHIST  ASSIGN TO "c:\cobol\data\frthist.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS FRTHIST-FILE-STATUS.
      *
       DATA DIVISION.
      *
                10  IM-VENDOR-NO        PIC X(5).
                10  IM-BIN-LOCATION     PIC X(10).
      *
       FD  CUSTMASI.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC X(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  ARNEW.
      *
       01  NEW-AR-OPEN-ITEM-RECORD     PIC X(67).
      *
       FD  BILRPT.
       01  BIL-PRINT-AREA          PIC X(90).
      *
       FD  CKPTFILE.
      *
       01  CHECKPOINT-RECORD           PIC X(89).
      *
       FD  INVCTL.
      *
       FD  TAXTABLE.
      *
       COPY "Taxtable.cpy".
      *
       FD  TAXEXMT.
      *
       COPY "Taxexmt.cpy".
      *
       FD  TAXACCR.
      *
       FD  INVXTRA.
      *
       COPY "Invxtra.cpy".
      *
       FD  FRTRATE.
      *
       COPY "Frtrate.cpy".
      *
       FD  FRTHIST.
      *
       COPY "Frthist.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  FIRST-INVOICE-SWITCH        PIC X   VALUE "Y".
               88  FIRST-INVOICE                   VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  CUSTOMER-TERMS-SWITCH       PIC X   VALUE "N".
               88  CUSTOMER-TERMS-FOUND            VALUE "Y".
           05  CUSTMASI-OPEN-SWITCH        PIC X   VALUE "N".
               88  CUSTMASI-OPEN                   VALUE "Y".
           05  RESTART-RUN-SWITCH          PIC X   VALUE "N".
               88  RESTART-RUN                     VALUE "Y".
           05  LINE-REINSTATED-SWITCH      PIC X   VALUE "N".
               88  LINE-REINSTATED                 VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  MOVLEDGR-SUCCESSFUL         VALUE "00".
           05  SALESTRN-FILE-STATUS    PIC XX.
               88  SALESTRN-SUCCESSFUL         VALUE "00".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  INVCTL-FILE-STATUS      PIC XX.
               88  CUSTXTRA-SUCCESSFUL         VALUE "00".
           05  TAXTABLE-FILE-STATUS    PIC XX.
               88  TAXTABLE-SUCCESSFUL         VALUE "00".
           05  TAXEXMT-FILE-STATUS     PIC XX.
               88  TAXEXMT-SUCCESSFUL          VALUE "00".
           05  TAXACCR-FILE-STATUS     PIC XX.
               88  TAXACCR-SUCCESSFUL          VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
           05  FRTRATE-FILE-STATUS     PIC XX.
               88  FRTRATE-SUCCESSFUL          VALUE "00".
           05  FRTHIST-FILE-STATUS     PIC XX.
               88  FRTHIST-SUCCESSFUL          VALUE "00".
           05  BILRPT-FILE-STATUS      PIC XX.
               88  BILRPT-SUCCESSFUL           VALUE "00".
           05  CKPTFILE-FILE-STATUS    PIC XX.
               88  CKPTFILE-SUCCESSFUL         VALUE "00".
      *
       01  CONTROL-FIELDS.
           05  OLD-ORDER-NO            PIC 9(6).
           05  INVOICE-CUSTOMER-NO     PIC 9(5)       VALUE ZERO.
           05  INVOICE-TAX-RATE        PIC 9V9(4)     VALUE ZERO.
           05  INVOICE-STATE-CODE      PIC X(2)       VALUE SPACE.
           05  INVOICE-EXEMPT-SWITCH   PIC X          VALUE "N".
               88  INVOICE-TAX-EXEMPT                 VALUE "Y".
           05  INVOICE-CERTIFICATE-NO  PIC X(15)      VALUE SPACE.
           05  LINE-FIFO-COST          PIC S9(8)V99   VALUE ZERO.
           05  RUN-TAX-TOTAL           PIC S9(9)V99   VALUE ZERO.
           05  RUN-AMOUNT-DUE-TOTAL    PIC S9(9)V99   VALUE ZERO.
           05  INVOICE-CARRIER-CODE    PIC X(4)       VALUE SPACE.
           05  INVOICE-SHIP-WEIGHT     PIC 9(7)V99    VALUE ZERO.
           05  INVOICE-FREIGHT-AMOUNT  PIC S9(5)V99   VALUE ZERO.
           05  RUN-FREIGHT-TOTAL       PIC S9(9)V99   VALUE ZERO.
      *
      *    GENERAL-LEDGER ACCOUNTS THE BILLING SUMMARY POSTS TO.
      *
           05  GL-RECEIVABLES-ACCT     PIC 9(4)    VALUE 1200.
           05  GL-SALES-ACCT           PIC 9(4)    VALUE 4000.
           05  GL-TAX-PAYABLE-ACCT     PIC 9(4)    VALUE 2400.
           05  GL-FREIGHT-REVENUE-ACCT PIC 9(4)    VALUE 4100.
      *
       01  INVOICE-REFERENCE.
           05  FILLER                  PIC X(3)  VALUE "INV".
           05  CUSTOMERS-POSTED-COUNT  PIC 9(7)    VALUE ZERO.
           05  LINES-READ-COUNT        PIC 9(7)    VALUE ZERO.
      *
      *    THE CHECKPOINT IS REWRITTEN AS EACH INVOICE IS FINISHED
      *    AND AFTER EACH STEP OF FINISHING IT. IT HOLDS THE LAST
      *    INVOICE COMPLETED, THE STEP REACHED ON THE ONE AFTER IT,
      *    AND THE RUN'S CONTROL TOTALS AS OF THE LAST COMPLETED
      *    INVOICE. A CHECKPOINT LEFT ON FILE MEANS THE LAST RUN DID
      *    NOT FINISH, AND THE NEXT RUN IS A RESTART OF IT.
      *
       01  BILLING-CHECKPOINT.
           05  CK-RUN-DATE             PIC 9(8).
           05  CK-RESTART-COUNT        PIC 9(2).
           05  CK-FIRST-INVOICE-NO     PIC 9(6).
           05  CK-LAST-INVOICE-NO      PIC 9(6).
           05  CK-INVOICE-STEP         PIC 9.
           05  CK-JOURNAL-SWITCH       PIC X.
               88  CK-JOURNAL-WRITTEN          VALUE "Y".
           05  CK-COMMITTED-TOTALS.
               10  CK-INVOICES-BILLED  PIC 9(7).
               10  CK-LINES-BILLED     PIC 9(7).
               10  CK-CUSTOMERS-POSTED PIC 9(7).
               10  CK-MERCHANDISE      PIC S9(9)V99.
               10  CK-TAX              PIC S9(9)V99.
               10  CK-FREIGHT          PIC S9(9)V99.
               10  CK-AMOUNT-DUE       PIC S9(9)V99.
      *
       01  RESTART-FIELDS.
           05  RESUME-INVOICE-NO       PIC 9(6)    VALUE ZERO.
           05  RESUME-STEP             PIC 9       VALUE ZERO.
           05  STEPS-DONE              PIC 9       VALUE ZERO.
           05  RESTART-BASE-TOTALS.
               10  RB-INVOICES-BILLED  PIC 9(7).
               10  RB-LINES-BILLED     PIC 9(7).
               10  RB-CUSTOMERS-POSTED PIC 9(7).
               10  RB-MERCHANDISE      PIC S9(9)V99.
               10  RB-TAX              PIC S9(9)V99.
               10  RB-FREIGHT          PIC S9(9)V99.
               10  RB-AMOUNT-DUE       PIC S9(9)V99.
           05  RESTART-REPORT-TOTALS.
               10  RR-INVOICES-BILLED  PIC 9(7).
               10  RR-LINES-BILLED     PIC 9(7).
               10  RR-CUSTOMERS-POSTED PIC 9(7).
               10  RR-MERCHANDISE      PIC S9(9)V99.
               10  RR-TAX              PIC S9(9)V99.
               10  RR-FREIGHT          PIC S9(9)V99.
               10  RR-AMOUNT-DUE       PIC S9(9)V99.
           05  RR-FIRST-INVOICE-NO     PIC 9(6).
           05  RR-LAST-INVOICE-NO      PIC 9(6).
      *
       01  COMMIT-STEP-VALUES.
           05  FILLER                  PIC X(24)
               VALUE "OPEN ITEM WRITTEN".
           05  FILLER                  PIC X(24)
               VALUE "TAX ACCRUAL WRITTEN".
           05  FILLER                  PIC X(24)
               VALUE "FREIGHT HISTORY WRITTEN".
           05  FILLER                  PIC X(24)
               VALUE "CUSTOMER SALES POSTED".
       01  COMMIT-STEP-TABLE REDEFINES COMMIT-STEP-VALUES.
           05  COMMIT-STEP-TEXT        PIC X(24)   OCCURS 4 TIMES.
      *
       01  CUSTOMER-HOLD-FIELDS.
           05  HOLD-REASON             PIC X(30)   VALUE SPACE.
      *
      *    CASH HELD ON ACCOUNT ("OA" CREDIT ITEMS) IS APPLIED TO
      *    THE CUSTOMER'S OLDEST OPEN ITEMS ONCE THE NEW INVOICES
      *    ARE ON THE FILE.
      *
       01  ON-ACCOUNT-TABLE.
           05  ON-ACCOUNT-COUNT        PIC S9(3)   COMP  VALUE ZERO.
           05  ON-ACCOUNT-ENTRY            OCCURS 200 TIMES
                                           INDEXED BY OA-INDEX.
               10  OA-CUSTOMER-NO          PIC 9(5).
               10  OA-CREDIT-ON-ACCOUNT    PIC S9(9)V99.
               10  OA-OPEN-DUE             PIC S9(9)V99.
               10  OA-APPLY-POOL           PIC S9(9)V99.
               10  OA-CREDIT-TO-CONSUME    PIC S9(9)V99.
               10  OA-CREDIT-APPLIED       PIC S9(9)V99.
      *
       01  ON-ACCOUNT-WORK-FIELDS.
           05  OA-APPLY-AMOUNT         PIC S9(7)V99.
           05  OA-RUN-APPLIED-TOTAL    PIC S9(9)V99   VALUE ZERO.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
       COPY "Lotreq.cpy".
      *
       COPY "Fpcreq.cpy".
      *
       COPY "Whsreq.cpy".
      *
       COPY "Dtereq.cpy".
      *
       COPY "Lckreq.cpy".
      *
       01  TERMS-DAY-COUNT             PIC S9(7)   VALUE ZERO.
      *
       01  BIL-HEADING-LINE-1.
           05  FILLER                  PIC X(15) VALUE SPACE.
           05  BIL-ORDER-NO            PIC 9(6).
           05  FILLER                  PIC X(12) VALUE "   CUSTOMER ".
           05  BIL-CUSTOMER-NO         PIC 9(5).
      *
      *    CUSTOMERS REJECT AN INVOICE THAT DOES NOT QUOTE THEIR
      *    PO, SO IT PRINTS UNDER THE INVOICE NUMBER WHENEVER THE
      *    ORDER CARRIES ONE.
      *
       01  BIL-CUSTOMER-PO-LINE.
           05  FILLER                  PIC X(9)  VALUE "YOUR PO  ".
           05  BPO-CUSTOMER-PO-NO      PIC X(10).
           05  FILLER                  PIC X(13) VALUE
               "   REQUESTED ".
           05  BPO-REQUESTED-DATE      PIC X(8).
      *
       01  BIL-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
               VALUE "SALES TAX".
           05  FILLER                  PIC X(28) VALUE SPACE.
           05  BXL-TAX-AMOUNT          PIC ZZZ,ZZ9.99.
      *
       01  BIL-EXEMPT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(30)
               VALUE "TAX EXEMPT -- CERTIFICATE".
           05  BEX-CERTIFICATE-NO      PIC X(15).
      *
       01  BIL-FREIGHT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "FREIGHT".
           05  BFL-CARRIER-CODE        PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BFL-SHIP-WEIGHT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE " LBS".
           05  FILLER                  PIC X(17) VALUE SPACE.
           05  BFL-FREIGHT-AMOUNT      PIC ZZZ,ZZ9.99.
      *
       01  BIL-AMOUNT-DUE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
      *
       01  BIL-TERMS-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "TERMS:".
           05  BTM-DISCOUNT-TERMS      PIC X(17).
           05  BTM-NET-TERMS           PIC X(14).
      *
       01  BIL-DISCOUNT-TERMS.
           05  BDT-DISCOUNT-PCT        PIC Z9.99.
           05  FILLER                  PIC X(2)  VALUE "% ".
           05  BDT-DISCOUNT-DAYS       PIC ZZ9.
           05  FILLER                  PIC X(6)  VALUE " DAYS,".
      *
       01  BIL-NET-TERMS.
           05  FILLER                  PIC X(4)  VALUE "NET ".
           05  BNT-NET-DAYS            PIC ZZ9.
           05  FILLER                  PIC X(5)  VALUE " DAYS".
      *
       01  BIL-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BEL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(37) VALUE
               " NOT ON CUSTOMER MASTER -- NOT POSTED".
      *
       01  BIL-HELD-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "CUSTOMER ".
           05  BHL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(19)
               VALUE " LEFT FOR SAL2000  ".
           05  BHL-HELD-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BHL-REASON              PIC X(30).
      *
       01  BIL-ON-ACCOUNT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "CUSTOMER ".
           05  BOA-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(19)
               VALUE " CASH ON ACCOUNT   ".
           05  BOA-APPLIED-AMOUNT      PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(22)
               VALUE " APPLIED TO OPEN ITEMS".
      *
       01  BIL-RESTART-HEADING-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "*** RESTART ".
           05  BRH-RESTART-COUNT       PIC Z9.
           05  FILLER                  PIC X(27)
               VALUE " OF THE BILLING RUN DATED ".
           05  BRH-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE " ***".
      *
       01  BIL-RESTART-TEXT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BRT-TEXT                PIC X(60).
      *
       01  BIL-RESTART-COUNT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  BRC-LABEL               PIC X(20).
           05  FILLER                  PIC X(7)  VALUE SPACE.
           05  BRC-COUNT               PIC Z,ZZZ,ZZ9.
      *
       01  BIL-RESTART-AMOUNT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  BRA-LABEL               PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BRA-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  BIL-RESTART-STEP-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "INVOICE ".
           05  BRS-INVOICE-NO          PIC 9(6).
           05  FILLER                  PIC X(24)
               VALUE " WAS PART-WAY THROUGH: ".
           05  BRS-STEP-TEXT           PIC X(24).
      *
       PROCEDURE DIVISION.
      *
                   "CLOSED -- NO BILLING POSTED."
               STOP RUN.
           PERFORM 040-LOAD-BILLING-CONTROLS.
           PERFORM 050-CHECK-FOR-RESTART.
           OPEN I-O    ORDFILE.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "BIL1000 NO ORDER FILE TO BILL -- STATUS "
                   ORDFILE-FILE-STATUS
               MOVE "Y" TO ORDFILE-EOF-SWITCH.
           OPEN I-O    INVMAST.
           IF RESTART-RUN
               OPEN EXTEND BILRPT
               IF NOT BILRPT-SUCCESSFUL
                   OPEN OUTPUT BILRPT
               END-IF
           ELSE
               OPEN OUTPUT BILRPT.
           OPEN EXTEND BATCHLOG.
           OPEN EXTEND MOVLEDGR.
           IF NOT MOVLEDGR-SUCCESSFUL
           OPEN INPUT SHIPTO.
           OPEN INPUT CUSTXTRA.
           OPEN INPUT TAXTABLE.
           OPEN INPUT TAXEXMT.
           OPEN EXTEND TAXACCR.
           IF NOT TAXACCR-SUCCESSFUL
               OPEN OUTPUT TAXACCR.
           OPEN INPUT INVXTRA.
           OPEN INPUT FRTRATE.
           OPEN EXTEND FRTHIST.
           IF NOT FRTHIST-SUCCESSFUL
               OPEN OUTPUT FRTHIST.
           OPEN EXTEND SALESTRN.
           IF NOT SALESTRN-SUCCESSFUL
               OPEN OUTPUT SALESTRN.
           OPEN I-O CUSTMASI.
           IF CUSTMASI-SUCCESSFUL
               MOVE "Y" TO CUSTMASI-OPEN-SWITCH
           ELSE
               DISPLAY "BIL1000 CUSTOMER MASTER COULD NOT BE "
                   "OPENED -- STATUS " CUSTMASI-FILE-STATUS.
           MOVE BIL-HEADING-LINE-1 TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING PAGE.
           IF RESTART-RUN
               PERFORM 060-PRINT-RESTART-POINT.
           IF CK-JOURNAL-WRITTEN
               MOVE "Y" TO ORDFILE-EOF-SWITCH.
           PERFORM 100-BILL-NEXT-ORDER-LINE
               UNTIL ORDFILE-EOF.
           IF NOT FIRST-INVOICE
                 MOVLEDGR
                 AROPEN
                 ITMSALES
                 TAXACCR
                 FRTHIST
                 SALESTRN.
           IF CUSTMASI-OPEN
               CLOSE CUSTMASI.
           IF SHIPTO-SUCCESSFUL
               CLOSE SHIPTO.
           IF CUSTXTRA-SUCCESSFUL
               CLOSE CUSTXTRA.
           IF TAXTABLE-SUCCESSFUL
               CLOSE TAXTABLE.
           IF TAXEXMT-SUCCESSFUL
               CLOSE TAXEXMT.
           IF INVXTRA-SUCCESSFUL
               CLOSE INVXTRA.
           IF FRTRATE-SUCCESSFUL
               CLOSE FRTRATE.
           PERFORM 600-APPLY-CASH-ON-ACCOUNT.
           IF NOT CK-JOURNAL-WRITTEN
               PERFORM 450-WRITE-JOURNAL-SUMMARY
               MOVE "Y" TO CK-JOURNAL-SWITCH
               PERFORM 080-TAKE-CHECKPOINT.
           IF RESTART-RUN
               PERFORM 700-PRINT-RESTART-SUMMARY.
           CLOSE BILRPT.
           PERFORM 085-SAVE-NEXT-INVOICE-NUMBER.
           PERFORM 070-CLEAR-CHECKPOINT.
           PERFORM 500-WRITE-BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
           STOP RUN.
               MOVE ZERO TO BILLING-TAX-RATE
               DISPLAY "BIL1000 NO TAX CONTROL FILE -- BILLING "
                   "WITHOUT TAX.".
      *
       050-CHECK-FOR-RESTART.
      *
      *    A CHECKPOINT ON FILE MEANS THE LAST BILLING RUN STOPPED
      *    PART-WAY. THE RESTART CARRIES ON AS THAT RUN -- SAME RUN
      *    DATE ON EVERY RECORD IT WRITES, INVOICE NUMBERS PICKING UP
      *    AFTER THE LAST ONE IT FINISHED, AND ITS CONTROL TOTALS
      *    CARRIED FORWARD -- SO THE JOURNAL AND THE BATCH LOG COVER
      *    THE WHOLE RUN ONCE. OTHERWISE THE FIRST CHECKPOINT IS
      *    TAKEN NOW, BEFORE ANYTHING IS BILLED.
      *
           OPEN INPUT CKPTFILE.
           IF CKPTFILE-SUCCESSFUL
               READ CKPTFILE INTO BILLING-CHECKPOINT
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO RESTART-RUN-SWITCH
               END-READ
               CLOSE CKPTFILE.
           IF RESTART-RUN
               ADD 1 TO CK-RESTART-COUNT
               MOVE CK-RUN-DATE         TO RUN-DATE
               MOVE CK-LAST-INVOICE-NO  TO NEXT-INVOICE-NO
               COMPUTE RESUME-INVOICE-NO = CK-LAST-INVOICE-NO + 1
               MOVE CK-INVOICE-STEP     TO RESUME-STEP
               MOVE CK-INVOICES-BILLED  TO INVOICES-BILLED-COUNT
               MOVE CK-LINES-BILLED     TO LINES-BILLED-COUNT
               MOVE CK-CUSTOMERS-POSTED TO CUSTOMERS-POSTED-COUNT
               MOVE CK-MERCHANDISE      TO GRAND-TOTAL-AMOUNT
               MOVE CK-TAX              TO RUN-TAX-TOTAL
               MOVE CK-FREIGHT          TO RUN-FREIGHT-TOTAL
               MOVE CK-AMOUNT-DUE       TO RUN-AMOUNT-DUE-TOTAL
               MOVE CK-COMMITTED-TOTALS TO RESTART-BASE-TOTALS
               DISPLAY "BIL1000 RESTARTING THE BILLING RUN OF "
                   CK-RUN-DATE " AFTER INVOICE " CK-LAST-INVOICE-NO
           ELSE
               MOVE RUN-DATE            TO CK-RUN-DATE
               MOVE ZERO                TO CK-RESTART-COUNT
               COMPUTE CK-FIRST-INVOICE-NO = NEXT-INVOICE-NO + 1
               MOVE NEXT-INVOICE-NO     TO CK-LAST-INVOICE-NO
               MOVE ZERO                TO CK-INVOICE-STEP
               MOVE "N"                 TO CK-JOURNAL-SWITCH
               MOVE ZERO                TO CK-INVOICES-BILLED
                                           CK-LINES-BILLED
                                           CK-CUSTOMERS-POSTED
                                           CK-MERCHANDISE
                                           CK-TAX
                                           CK-FREIGHT
                                           CK-AMOUNT-DUE.
           PERFORM 080-TAKE-CHECKPOINT.
      *
       060-PRINT-RESTART-POINT.
      *
           MOVE CK-RESTART-COUNT TO BRH-RESTART-COUNT.
           MOVE CK-RUN-DATE      TO BRH-RUN-DATE.
           MOVE BIL-RESTART-HEADING-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "COMPLETED BEFORE THE FAILURE" TO BRT-TEXT.
           MOVE BIL-RESTART-TEXT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE CK-FIRST-INVOICE-NO TO RR-FIRST-INVOICE-NO.
           MOVE CK-LAST-INVOICE-NO  TO RR-LAST-INVOICE-NO.
           MOVE RESTART-BASE-TOTALS TO RESTART-REPORT-TOTALS.
           PERFORM 065-PRINT-RESTART-TOTALS.
           IF RESUME-STEP > ZERO
               MOVE RESUME-INVOICE-NO TO BRS-INVOICE-NO
               MOVE COMMIT-STEP-TEXT (RESUME-STEP) TO BRS-STEP-TEXT
               MOVE BIL-RESTART-STEP-LINE TO BIL-PRINT-AREA
               WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           IF CK-JOURNAL-WRITTEN
               MOVE "ALL INVOICES AND THE JOURNAL WERE FINISHED"
                   TO BRT-TEXT
           ELSE
               MOVE SPACE TO BRT-TEXT
               STRING "RESUMING WITH INVOICE " DELIMITED BY SIZE
                      RESUME-INVOICE-NO        DELIMITED BY SIZE
                   INTO BRT-TEXT.
           MOVE BIL-RESTART-TEXT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       065-PRINT-RESTART-TOTALS.
      *
           IF RR-LAST-INVOICE-NO < RR-FIRST-INVOICE-NO
               MOVE "NO INVOICES" TO BRT-TEXT
           ELSE
               MOVE SPACE TO BRT-TEXT
               STRING "INVOICES " DELIMITED BY SIZE
                      RR-FIRST-INVOICE-NO DELIMITED BY SIZE
                      " THRU "    DELIMITED BY SIZE
                      RR-LAST-INVOICE-NO  DELIMITED BY SIZE
                   INTO BRT-TEXT.
           MOVE BIL-RESTART-TEXT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "INVOICES BILLED"    TO BRC-LABEL.
           MOVE RR-INVOICES-BILLED   TO BRC-COUNT.
           MOVE BIL-RESTART-COUNT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "LINES BILLED"       TO BRC-LABEL.
           MOVE RR-LINES-BILLED      TO BRC-COUNT.
           MOVE BIL-RESTART-COUNT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "CUSTOMERS POSTED"   TO BRC-LABEL.
           MOVE RR-CUSTOMERS-POSTED  TO BRC-COUNT.
           MOVE BIL-RESTART-COUNT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "MERCHANDISE"        TO BRA-LABEL.
           MOVE RR-MERCHANDISE       TO BRA-AMOUNT.
           MOVE BIL-RESTART-AMOUNT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "SALES TAX"          TO BRA-LABEL.
           MOVE RR-TAX               TO BRA-AMOUNT.
           MOVE BIL-RESTART-AMOUNT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "FREIGHT"            TO BRA-LABEL.
           MOVE RR-FREIGHT           TO BRA-AMOUNT.
           MOVE BIL-RESTART-AMOUNT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "AMOUNT DUE"         TO BRA-LABEL.
           MOVE RR-AMOUNT-DUE        TO BRA-AMOUNT.
           MOVE BIL-RESTART-AMOUNT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       070-CLEAR-CHECKPOINT.
      *
      *    AN EMPTY CHECKPOINT FILE MEANS THE RUN FINISHED AND THE
      *    NEXT ONE STARTS FRESH.
      *
           OPEN OUTPUT CKPTFILE.
           CLOSE CKPTFILE.
      *
       080-TAKE-CHECKPOINT.
      *
           OPEN OUTPUT CKPTFILE.
           IF CKPTFILE-SUCCESSFUL
               WRITE CHECKPOINT-RECORD FROM BILLING-CHECKPOINT
               CLOSE CKPTFILE
           ELSE
               DISPLAY "BIL1000 CHECKPOINT NOT TAKEN -- STATUS "
                   CKPTFILE-FILE-STATUS.
      *
       085-SAVE-NEXT-INVOICE-NUMBER.
      *
                   ADD 1 TO LINES-READ-COUNT
                   IF ORDER-SHIPPED
                       PERFORM 200-BILL-ORDER-LINE
                   ELSE
                       IF ORDER-BILLED AND RESTART-RUN
                           AND OR-INVOICE-NO = RESUME-INVOICE-NO
                           PERFORM 205-REINSTATE-BILLED-LINE
                       END-IF
                   END-IF
           END-READ.
      *
       200-BILL-ORDER-LINE.
      *
           MOVE "N" TO LINE-REINSTATED-SWITCH.
           PERFORM 210-CHECK-FOR-NEW-INVOICE.
           PERFORM 240-LOOKUP-INVENTORY-ITEM.
           IF NOT DROP-SHIP-LINE
               PERFORM 245-ACCUMULATE-SHIP-WEIGHT.
           PERFORM 215-PRINT-BILLED-LINE.
      *
      *    A DROP-SHIP LINE NEVER CAME OUT OF OUR STOCK, SO IT
      *    RELIEVES NO ON-HAND OR LAYERS AND IS COSTED AT THE
      *    VENDOR'S PO COST CARRIED ON THE LINE.
      *
           IF DROP-SHIP-LINE
               COMPUTE LINE-FIFO-COST ROUNDED =
                   OR-ALLOCATED-QUANTITY * OR-DROP-SHIP-COST
           ELSE
               COMPUTE LINE-FIFO-COST ROUNDED =
                   OR-ALLOCATED-QUANTITY * IM-UNIT-COST
               IF ITEM-FOUND
                   PERFORM 250-RELIEVE-INVENTORY-ON-HAND.
           PERFORM 258-WRITE-ITEM-SALES-RECORD.
      *
      *    THE REWRITE IS WHAT MARKS THE LINE'S WORK DONE FOR A
      *    RESTART.
      *
           MOVE NEXT-INVOICE-NO TO OR-INVOICE-NO.
           SET ORDER-BILLED TO TRUE.
           REWRITE OPEN-ORDER-RECORD.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "REWRITE ERROR ON ORDFILE FOR ORDER "
                   OR-ORDER-NO
               DISPLAY "FILE STATUS CODE IS " ORDFILE-FILE-STATUS
               MOVE "Y" TO ORDFILE-EOF-SWITCH.
      *
       205-REINSTATE-BILLED-LINE.
      *
      *    ON A RESTART, A LINE ALREADY MARKED BILLED ON THE INVOICE
      *    THE FAILED RUN WAS PART-WAY THROUGH HAS HAD ITS INVENTORY,
      *    MOVEMENT, COST, LOT, AND ITEM-SALES WORK DONE. IT IS ONLY
      *    PRINTED AND ADDED BACK INTO THE INVOICE SO THE INVOICE CAN
      *    BE FINISHED FOR ITS FULL AMOUNT. THE RESTART PICKS UP THE
      *    FILES AS THE FAILED RUN LEFT THEM, SO SHIPPING IS NOT
      *    CONFIRMED AGAIN BETWEEN A FAILURE AND ITS RESTART.
      *
           MOVE "Y" TO LINE-REINSTATED-SWITCH.
           PERFORM 210-CHECK-FOR-NEW-INVOICE.
           PERFORM 240-LOOKUP-INVENTORY-ITEM.
           IF NOT DROP-SHIP-LINE
               PERFORM 245-ACCUMULATE-SHIP-WEIGHT.
           PERFORM 215-PRINT-BILLED-LINE.
      *
       210-CHECK-FOR-NEW-INVOICE.
      *
           IF FIRST-INVOICE
               MOVE OR-ORDER-NO TO OLD-ORDER-NO
                   PERFORM 230-PRINT-INVOICE-TOTAL
                   MOVE OR-ORDER-NO TO OLD-ORDER-NO
                   PERFORM 220-PRINT-INVOICE-HEADING.
      *
       215-PRINT-BILLED-LINE.
      *
           COMPUTE LINE-EXTENSION ROUNDED =
               OR-ALLOCATED-QUANTITY * OR-UNIT-PRICE.
           MOVE OR-ITEM-NO             TO BDL-ITEM-NO.
           MOVE OR-ALLOCATED-QUANTITY  TO BDL-SHIP-QUANTITY.
           MOVE OR-UNIT-PRICE          TO BDL-UNIT-PRICE.
           MOVE LINE-EXTENSION         TO BDL-EXTENSION.
           IF LINE-REINSTATED
               MOVE "*RESTART*" TO BDL-PRICE-FLAG
           ELSE
               IF CONTRACT-PRICED
                   MOVE "*CONTRACT*" TO BDL-PRICE-FLAG
               ELSE
                   IF BREAK-PRICED
                       MOVE "*QTY BRK*" TO BDL-PRICE-FLAG
                   ELSE
                       MOVE SPACE TO BDL-PRICE-FLAG.
           MOVE BIL-DETAIL-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD LINE-EXTENSION TO INVOICE-TOTAL-AMOUNT.
           ADD LINE-EXTENSION TO GRAND-TOTAL-AMOUNT.
           ADD 1 TO LINES-BILLED-COUNT.
      *
       220-PRINT-INVOICE-HEADING.
      *
           ADD 1 TO INVOICES-BILLED-COUNT.
           ADD 1 TO NEXT-INVOICE-NO.
           MOVE OR-CUSTOMER-NO TO INVOICE-CUSTOMER-NO.
           MOVE OR-CARRIER-CODE TO INVOICE-CARRIER-CODE.
           MOVE ZERO TO INVOICE-SHIP-WEIGHT.
           PERFORM 225-RESOLVE-INVOICE-TAX-RATE.
           MOVE NEXT-INVOICE-NO TO BIL-INVOICE-NO.
           MOVE OR-ORDER-NO    TO BIL-ORDER-NO.
           MOVE OR-CUSTOMER-NO TO BIL-CUSTOMER-NO.
           MOVE BIL-INVOICE-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 2 LINES.
           IF OR-CUSTOMER-PO-NO NOT = SPACE
               MOVE OR-CUSTOMER-PO-NO TO BPO-CUSTOMER-PO-NO
               IF OR-REQUESTED-DATE = ZERO
                   MOVE SPACE TO BPO-REQUESTED-DATE
               ELSE
                   MOVE OR-REQUESTED-DATE TO BPO-REQUESTED-DATE
               END-IF
               MOVE BIL-CUSTOMER-PO-LINE TO BIL-PRINT-AREA
               WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE BIL-HEADING-LINE-2 TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    RECORD FIRST, THE CUSTOMER'S BILLING ADDRESS ON THE
      *    SIDE FILE SECOND. A STATE NOT ON THE JURISDICTION
      *    TABLE, OR NO STATE AT ALL, FALLS BACK TO THE DEFAULT
      *    RATE ON THE TAX CONTROL FILE. A CUSTOMER WITH AN
      *    UNEXPIRED EXEMPTION CERTIFICATE FOR THE STATE IS BILLED
      *    NO TAX AT ALL.
      *
           MOVE SPACE TO INVOICE-STATE-CODE.
           IF OR-SHIP-TO-CODE NOT = SPACE AND SHIPTO-SUCCESSFUL
                   NOT INVALID KEY
                       MOVE TX-TAX-RATE TO INVOICE-TAX-RATE
               END-READ.
           MOVE "N"   TO INVOICE-EXEMPT-SWITCH.
           MOVE SPACE TO INVOICE-CERTIFICATE-NO.
           IF INVOICE-STATE-CODE NOT = SPACE AND TAXEXMT-SUCCESSFUL
               MOVE OR-CUSTOMER-NO     TO TE-CUSTOMER-NO
               MOVE INVOICE-STATE-CODE TO TE-STATE-CODE
               READ TAXEXMT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TE-EXPIRY-DATE >= RUN-DATE
                           MOVE "Y" TO INVOICE-EXEMPT-SWITCH
                           MOVE TE-CERTIFICATE-NO
                               TO INVOICE-CERTIFICATE-NO
                           MOVE ZERO TO INVOICE-TAX-RATE
                       END-IF
               END-READ.
      *
       230-PRINT-INVOICE-TOTAL.
      *
           COMPUTE INVOICE-TAX-AMOUNT ROUNDED =
               INVOICE-TOTAL-AMOUNT * INVOICE-TAX-RATE.
           PERFORM 232-PRICE-INVOICE-FREIGHT.
           COMPUTE INVOICE-AMOUNT-DUE =
               INVOICE-TOTAL-AMOUNT + INVOICE-TAX-AMOUNT
               + INVOICE-FREIGHT-AMOUNT.
           MOVE INVOICE-TOTAL-AMOUNT TO BTL-INVOICE-TOTAL.
           MOVE BIL-INVOICE-TOTAL-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE INVOICE-TAX-AMOUNT TO BXL-TAX-AMOUNT.
           MOVE BIL-TAX-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           IF INVOICE-TAX-EXEMPT
               MOVE INVOICE-CERTIFICATE-NO TO BEX-CERTIFICATE-NO
               MOVE BIL-EXEMPT-LINE TO BIL-PRINT-AREA
               WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           IF INVOICE-CARRIER-CODE NOT = SPACE
               MOVE INVOICE-CARRIER-CODE   TO BFL-CARRIER-CODE
               MOVE INVOICE-SHIP-WEIGHT    TO BFL-SHIP-WEIGHT
               MOVE INVOICE-FREIGHT-AMOUNT TO BFL-FREIGHT-AMOUNT
               MOVE BIL-FREIGHT-LINE TO BIL-PRINT-AREA
               WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE INVOICE-AMOUNT-DUE TO BDU-AMOUNT-DUE.
           MOVE BIL-AMOUNT-DUE-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 234-PRINT-INVOICE-TERMS.
           ADD INVOICE-TAX-AMOUNT TO RUN-TAX-TOTAL.
           ADD INVOICE-FREIGHT-AMOUNT TO RUN-FREIGHT-TOTAL.
           ADD INVOICE-AMOUNT-DUE TO RUN-AMOUNT-DUE-TOTAL.
           PERFORM 270-COMMIT-INVOICE.
           MOVE ZERO TO INVOICE-TOTAL-AMOUNT.
      *
       232-PRICE-INVOICE-FREIGHT.
      *
      *    FREIGHT IS PRICED ONCE PER INVOICE FROM THE CARRIER ON
      *    THE ORDER'S FIRST SHIPPED LINE AND THE SHIP-TO STATE
      *    THE TAX RATE WAS RESOLVED FROM: THE RATE PER HUNDRED
      *    POUNDS OVER THE INVOICE WEIGHT, NEVER LESS THAN THE
      *    MINIMUM. THE CARRIER'S ANY-STATE RATE COVERS A STATE
      *    WITH NO RATE OF ITS OWN; NO RATE AT ALL BILLS NO
      *    FREIGHT AND SAYS SO. FREIGHT IS NOT TAXED.
      *
           MOVE ZERO TO INVOICE-FREIGHT-AMOUNT.
           IF INVOICE-CARRIER-CODE NOT = SPACE AND FRTRATE-SUCCESSFUL
               MOVE INVOICE-CARRIER-CODE TO FR-CARRIER-CODE
               MOVE INVOICE-STATE-CODE   TO FR-STATE-CODE
               READ FRTRATE
                   INVALID KEY
                       MOVE "**" TO FR-STATE-CODE
                       READ FRTRATE
                           INVALID KEY
                               DISPLAY "NO FREIGHT RATE FOR CARRIER "
                                   INVOICE-CARRIER-CODE " ON INVOICE "
                                   NEXT-INVOICE-NO
                           NOT INVALID KEY
                               PERFORM 233-COMPUTE-FREIGHT-CHARGE
                       END-READ
                   NOT INVALID KEY
                       PERFORM 233-COMPUTE-FREIGHT-CHARGE
               END-READ.
      *
       233-COMPUTE-FREIGHT-CHARGE.
      *
           COMPUTE INVOICE-FREIGHT-AMOUNT ROUNDED =
               INVOICE-SHIP-WEIGHT * FR-RATE-PER-CWT / 100.
           IF INVOICE-FREIGHT-AMOUNT < FR-MINIMUM-CHARGE
               MOVE FR-MINIMUM-CHARGE TO INVOICE-FREIGHT-AMOUNT.
      *
       234-PRINT-INVOICE-TERMS.
      *
      *    THE TERMS PRINTED ARE THE TERMS THE OPEN ITEM IS
      *    STAMPED WITH -- THE SAME SIDE-FILE LOOKUP DECIDES BOTH.
      *    NO NET DAYS MEANS THE ITEM FALLS DUE AT ITS INVOICE
      *    DATE.
      *
           PERFORM 236-STAMP-OPEN-ITEM-TERMS.
           MOVE SPACE TO BTM-DISCOUNT-TERMS.
           MOVE "DUE ON RECEIPT" TO BTM-NET-TERMS.
           IF CUSTOMER-TERMS-FOUND
               IF CX-DISCOUNT-DAYS > ZERO AND CX-DISCOUNT-PCT > ZERO
                   MOVE CX-DISCOUNT-PCT  TO BDT-DISCOUNT-PCT
                   MOVE CX-DISCOUNT-DAYS TO BDT-DISCOUNT-DAYS
                   MOVE BIL-DISCOUNT-TERMS TO BTM-DISCOUNT-TERMS
               END-IF
               IF CX-NET-DAYS > ZERO
                   MOVE CX-NET-DAYS TO BNT-NET-DAYS
                   MOVE BIL-NET-TERMS TO BTM-NET-TERMS
               END-IF
           END-IF.
           MOVE BIL-TERMS-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       235-WRITE-INVOICE-OPEN-ITEM.
      *
      *    IN THE REFERENCE, SO THE STATEMENT, THE AGING, AND CASH
      *    APPLICATION ALL SPEAK THE NUMBER THE CUSTOMER IS
      *    HOLDING. THE RECEIVABLE IS THE FULL AMOUNT DUE, TAX
      *    AND FREIGHT INCLUDED.
      *
           MOVE NEXT-INVOICE-NO    TO IR-INVOICE-NO.
           MOVE INVOICE-CUSTOMER-NO TO AO-CUSTOMER-NO.
           MOVE INVOICE-AMOUNT-DUE TO AO-ORIGINAL-AMOUNT.
           MOVE INVOICE-AMOUNT-DUE TO AO-OPEN-AMOUNT.
           SET AR-ITEM-OPEN TO TRUE.
           PERFORM 236-STAMP-OPEN-ITEM-TERMS.
           WRITE AR-OPEN-ITEM-RECORD.
           IF NOT AROPEN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON AROPEN FOR INVOICE "
                   NEXT-INVOICE-NO
               DISPLAY "FILE STATUS CODE IS " AROPEN-FILE-STATUS.
      *
       236-STAMP-OPEN-ITEM-TERMS.
      *
      *    THE DUE AND DISCOUNT DATES COME FROM THE CUSTOMER'S
      *    PAYMENT TERMS ON THE SIDE FILE, COUNTED IN CALENDAR
      *    DAYS FROM THE INVOICE DATE THROUGH THE SHARED DATE
      *    ROUTINE. NO SIDE-FILE RECORD, OR NO TERMS ON IT, LEAVES
      *    THE ITEM DUE ON ITS INVOICE DATE WITH NO DISCOUNT. THE
      *    DISCOUNT IS FIGURED ON THE MERCHANDISE ONLY -- TAX AND
      *    FREIGHT ARE NOT DISCOUNTED.
      *
           MOVE RUN-DATE TO AO-DUE-DATE.
           MOVE ZERO     TO AO-DISCOUNT-DATE.
           MOVE ZERO     TO AO-DISCOUNT-AMOUNT.
           MOVE "N"      TO CUSTOMER-TERMS-SWITCH.
           IF CUSTXTRA-SUCCESSFUL
               MOVE INVOICE-CUSTOMER-NO TO CX-CUSTOMER-NO
               READ CUSTXTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUSTOMER-TERMS-SWITCH
               END-READ.
           IF CUSTOMER-TERMS-FOUND AND CX-NET-DAYS > ZERO
               MOVE CX-NET-DAYS TO DC-DAY-COUNT
               PERFORM 239-COUNT-FORWARD-FROM-INVOICE
               IF DATE-REQUEST-OK
                   MOVE DC-DATE-1 TO AO-DUE-DATE
               END-IF
           END-IF.
           IF CUSTOMER-TERMS-FOUND AND CX-DISCOUNT-DAYS > ZERO
               AND CX-DISCOUNT-PCT > ZERO
               MOVE CX-DISCOUNT-DAYS TO DC-DAY-COUNT
               PERFORM 239-COUNT-FORWARD-FROM-INVOICE
               IF DATE-REQUEST-OK
                   MOVE DC-DATE-1 TO AO-DISCOUNT-DATE
                   COMPUTE AO-DISCOUNT-AMOUNT ROUNDED =
                       (INVOICE-TOTAL-AMOUNT * CX-DISCOUNT-PCT)
                       / 100
               END-IF
           END-IF.
      *
       239-COUNT-FORWARD-FROM-INVOICE.
      *
      *    DC-DAY-COUNT HOLDS THE TERMS DAYS ON THE WAY IN AND
      *    DC-DATE-1 THE RESULTING DATE ON THE WAY OUT.
      *
           MOVE DC-DAY-COUNT TO TERMS-DAY-COUNT.
           SET DATE-TO-DAYS TO TRUE.
           MOVE RUN-DATE TO DC-DATE-1.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               ADD TERMS-DAY-COUNT TO DC-DAY-COUNT
               SET DAYS-TO-DATE TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
      *
       237-WRITE-TAX-ACCRUAL-RECORD.
      *
           MOVE INVOICE-STATE-CODE   TO TA-STATE-CODE.
           MOVE INVOICE-TOTAL-AMOUNT TO TA-TAXABLE-AMOUNT.
           MOVE INVOICE-TAX-AMOUNT   TO TA-TAX-AMOUNT.
           IF INVOICE-TAX-EXEMPT
               MOVE "E" TO TA-EXEMPT-SWITCH
           ELSE
               MOVE SPACE TO TA-EXEMPT-SWITCH.
           MOVE INVOICE-CERTIFICATE-NO TO TA-CERTIFICATE-NO.
           WRITE TAX-ACCRUAL-RECORD.
           IF NOT TAXACCR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON TAXACCR FOR INVOICE "
                   NEXT-INVOICE-NO
               DISPLAY "FILE STATUS CODE IS " TAXACCR-FILE-STATUS.
      *
       238-WRITE-FREIGHT-HISTORY.
      *
           MOVE NEXT-INVOICE-NO        TO FH-INVOICE-NO.
           MOVE RUN-DATE               TO FH-INVOICE-DATE.
           MOVE INVOICE-CUSTOMER-NO    TO FH-CUSTOMER-NO.
           MOVE INVOICE-CARRIER-CODE   TO FH-CARRIER-CODE.
           MOVE INVOICE-STATE-CODE     TO FH-STATE-CODE.
           MOVE INVOICE-SHIP-WEIGHT    TO FH-SHIP-WEIGHT.
           MOVE INVOICE-FREIGHT-AMOUNT TO FH-FREIGHT-BILLED.
           WRITE FREIGHT-HISTORY-RECORD.
           IF NOT FRTHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON FRTHIST FOR INVOICE "
                   NEXT-INVOICE-NO
               DISPLAY "FILE STATUS CODE IS " FRTHIST-FILE-STATUS.
      *
       240-LOOKUP-INVENTORY-ITEM.
      *
                   MOVE "N" TO ITEM-FOUND-SWITCH
                   MOVE "ITEM NOT ON INVENTORY MASTER"
                       TO IM-ITEM-DESC.
      *
       245-ACCUMULATE-SHIP-WEIGHT.
      *
           IF INVXTRA-SUCCESSFUL
               MOVE OR-ITEM-NO TO IX-ITEM-NO
               READ INVXTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE INVOICE-SHIP-WEIGHT =
                           INVOICE-SHIP-WEIGHT
                           + (OR-ALLOCATED-QUANTITY * IX-SHIP-WEIGHT)
               END-READ.
      *
       250-RELIEVE-INVENTORY-ON-HAND.
      *
                       IM-ITEM-NO
               NOT INVALID KEY
                   PERFORM 255-WRITE-MOVEMENT-RECORD
                   PERFORM 256-RELIEVE-WAREHOUSE-BALANCE
                   PERFORM 257-RELIEVE-COST-LAYERS
                   PERFORM 259-RELIEVE-ITEM-LOTS
           END-REWRITE.
               ZERO - OR-ALLOCATED-QUANTITY.
           MOVE BEFORE-ON-HAND-BALANCE TO MV-BEFORE-BALANCE.
           MOVE IM-ON-HAND             TO MV-AFTER-BALANCE.
           MOVE SPACE                  TO MV-REASON-CODE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM NUMBER "
                   IM-ITEM-NO
               DISPLAY "FILE STATUS CODE IS " MOVLEDGR-FILE-STATUS.
      *
       256-RELIEVE-WAREHOUSE-BALANCE.
      *
      *    THE SHIPMENT LEFT THE LINE'S WAREHOUSE, SO ITS LOCATION
      *    BALANCE COMES DOWN WITH THE ITEM ON-HAND -- OTHERWISE
      *    ORDER ENTRY WOULD KEEP ALLOCATING STOCK ALREADY GONE. A
      *    LINE WITH NO WAREHOUSE HAS NO BALANCE TO RELIEVE.
      *
           IF OR-WAREHOUSE-CODE NOT = SPACE
               SET RELIEVE-BALANCE-REQUEST TO TRUE
               MOVE OR-ITEM-NO            TO WHR-ITEM-NO
               MOVE OR-WAREHOUSE-CODE     TO WHR-WAREHOUSE-CODE
               MOVE OR-ALLOCATED-QUANTITY TO WHR-QUANTITY
               CALL "WHS1000" USING WAREHOUSE-REQUEST
               IF NOT WAREHOUSE-REQUEST-OK
                   DISPLAY "NO LOCATION BALANCE RELIEVED FOR ITEM "
                       OR-ITEM-NO " AT WAREHOUSE " OR-WAREHOUSE-CODE.
      *
       257-RELIEVE-COST-LAYERS.
      *
      *    THE LINE COST IS NEVER SILENTLY UNDERSTATED.
      *
           MOVE "R"                   TO CLR-FUNCTION-CODE.
           MOVE "BIL1000"             TO CLR-SOURCE-PROGRAM.
           MOVE OR-ITEM-NO            TO CLR-ITEM-NO.
           MOVE RUN-DATE              TO CLR-LAYER-DATE.
           MOVE OR-ALLOCATED-QUANTITY TO CLR-QUANTITY.
           MOVE OR-CUSTOMER-NO        TO IS-CUSTOMER-NO.
           MOVE OR-ALLOCATED-QUANTITY TO IS-QUANTITY.
           MOVE LINE-EXTENSION        TO IS-EXTENDED-PRICE.
           MOVE OR-PRICE-SOURCE       TO IS-PRICE-SOURCE.
           IF DROP-SHIP-LINE
               MOVE LINE-FIFO-COST         TO IS-EXTENDED-COST
               MOVE OR-DROP-SHIP-VENDOR-NO TO IS-VENDOR-NO
           ELSE
               IF ITEM-FOUND
                   MOVE LINE-FIFO-COST TO IS-EXTENDED-COST
                   MOVE IM-VENDOR-NO   TO IS-VENDOR-NO
               ELSE
                   MOVE ZERO  TO IS-EXTENDED-COST
                   MOVE SPACE TO IS-VENDOR-NO.
           WRITE ITEM-SALES-RECORD.
           IF NOT ITMSALES-SUCCESSFUL
               DISPLAY "WRITE ERROR ON ITMSALES FOR ITEM "
                   OR-ITEM-NO
               DISPLAY "FILE STATUS CODE IS " ITMSALES-FILE-STATUS.
      *
       270-COMMIT-INVOICE.
      *
      *    AN INVOICE IS FINISHED IN FOUR STEPS -- OPEN ITEM, TAX
      *    ACCRUAL, FREIGHT HISTORY, CUSTOMER POSTING -- WITH A
      *    CHECKPOINT AFTER EACH, AND IS COMPLETE ONCE THE
      *    CHECKPOINT CARRIES ITS NUMBER AND THE RUN TOTALS THROUGH
      *    IT. A RESTART THAT COMES BACK TO AN INVOICE PART-WAY
      *    THROUGH SKIPS THE STEPS ALREADY DONE, SO NO SIDE FILE IS
      *    WRITTEN TWICE FOR IT.
      *
           IF RESTART-RUN AND NEXT-INVOICE-NO = RESUME-INVOICE-NO
               MOVE RESUME-STEP TO STEPS-DONE
           ELSE
               MOVE ZERO TO STEPS-DONE.
           IF STEPS-DONE < 1
               PERFORM 235-WRITE-INVOICE-OPEN-ITEM
               MOVE 1 TO CK-INVOICE-STEP
               PERFORM 080-TAKE-CHECKPOINT.
           IF STEPS-DONE < 2
               IF INVOICE-TAX-AMOUNT NOT = ZERO OR INVOICE-TAX-EXEMPT
                   PERFORM 237-WRITE-TAX-ACCRUAL-RECORD
               END-IF
               MOVE 2 TO CK-INVOICE-STEP
               PERFORM 080-TAKE-CHECKPOINT.
           IF STEPS-DONE < 3
               IF INVOICE-CARRIER-CODE NOT = SPACE
                   PERFORM 238-WRITE-FREIGHT-HISTORY
               END-IF
               MOVE 3 TO CK-INVOICE-STEP
               PERFORM 080-TAKE-CHECKPOINT.
           IF STEPS-DONE < 4
               PERFORM 400-POST-INVOICE-CUSTOMER
               MOVE 4 TO CK-INVOICE-STEP
               MOVE CUSTOMERS-POSTED-COUNT TO CK-CUSTOMERS-POSTED
               PERFORM 080-TAKE-CHECKPOINT.
           MOVE NEXT-INVOICE-NO        TO CK-LAST-INVOICE-NO.
           MOVE ZERO                   TO CK-INVOICE-STEP.
           MOVE INVOICES-BILLED-COUNT  TO CK-INVOICES-BILLED.
           MOVE LINES-BILLED-COUNT     TO CK-LINES-BILLED.
           MOVE CUSTOMERS-POSTED-COUNT TO CK-CUSTOMERS-POSTED.
           MOVE GRAND-TOTAL-AMOUNT     TO CK-MERCHANDISE.
           MOVE RUN-TAX-TOTAL          TO CK-TAX.
           MOVE RUN-FREIGHT-TOTAL      TO CK-FREIGHT.
           MOVE RUN-AMOUNT-DUE-TOTAL   TO CK-AMOUNT-DUE.
           PERFORM 080-TAKE-CHECKPOINT.
           PERFORM 085-SAVE-NEXT-INVOICE-NUMBER.
      *
       300-PRINT-GRAND-TOTAL.
      *
           MOVE BIL-GRAND-TOTAL-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       400-POST-INVOICE-CUSTOMER.
      *
      *    THE INVOICE'S MERCHANDISE IS POSTED TO ITS CUSTOMER AS
      *    THE INVOICE IS FINISHED, BY KEY UNDER A LOCK TAKEN IN THE
      *    JOB'S NAME, SO A RECORD OPEN ON THE MAINTENANCE SCREEN IS
      *    NEVER CHANGED UNDERNEATH THE OPERATOR. A CUSTOMER THAT
      *    CANNOT BE POSTED NOW GOES TO SALESTRN UNPOSTED AND THE
      *    NEXT SAL2000 RUN POSTS IT.
      *
           IF CUSTMASI-OPEN
               PERFORM 410-POST-BILLED-CUSTOMER
           ELSE
               MOVE "CUSTOMER MASTER NOT OPENED" TO HOLD-REASON
               PERFORM 425-HOLD-FOR-SALES-POSTING.
      *
       410-POST-BILLED-CUSTOMER.
      *
           SET LOCK-RECORD TO TRUE.
           MOVE "CUSTMASI"          TO RL-FILE-NAME.
           MOVE INVOICE-CUSTOMER-NO TO RL-RECORD-KEY.
           MOVE "BIL1000"           TO RL-OPERATOR-ID.
           CALL "LCK1000" USING RECORD-LOCK-REQUEST.
           IF RECORD-IN-USE
               MOVE SPACE TO HOLD-REASON
               STRING "IN USE BY OPERATOR " DELIMITED BY SIZE
                      RL-HOLDER-ID          DELIMITED BY SPACE
                   INTO HOLD-REASON
               PERFORM 425-HOLD-FOR-SALES-POSTING
           ELSE
               MOVE INVOICE-CUSTOMER-NO TO CM-CUSTOMER-NUMBER
               READ CUSTMASI
                   INVALID KEY
                       PERFORM 430-PRINT-UNPOSTED-CUSTOMER
                   NOT INVALID KEY
                       PERFORM 420-POST-CUSTOMER-RECORD
               END-READ
               SET UNLOCK-RECORD TO TRUE
               CALL "LCK1000" USING RECORD-LOCK-REQUEST.
      *
       420-POST-CUSTOMER-RECORD.
      *
           ADD INVOICE-TOTAL-AMOUNT TO CM-SALES-THIS-YTD.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE SPACE TO HOLD-REASON
                   STRING "REWRITE STATUS " DELIMITED BY SIZE
                          CUSTMASI-FILE-STATUS DELIMITED BY SIZE
                       INTO HOLD-REASON
                   PERFORM 425-HOLD-FOR-SALES-POSTING
               NOT INVALID KEY
                   MOVE INVOICE-CUSTOMER-NO  TO ST-CUSTOMER-NO
                   MOVE RUN-DATE             TO ST-SALE-DATE
                   MOVE INVOICE-TOTAL-AMOUNT TO ST-SALE-AMOUNT
                   MOVE "BILLING"            TO ST-REFERENCE
                   SET ST-POSTED             TO TRUE
                   WRITE SALES-DETAIL-RECORD
                   ADD 1 TO CUSTOMERS-POSTED-COUNT
                   MOVE INVOICE-CUSTOMER-NO  TO BPL-CUSTOMER-NO
                   MOVE INVOICE-TOTAL-AMOUNT TO BPL-POSTED-AMOUNT
                   MOVE BIL-POSTING-LINE TO BIL-PRINT-AREA
                   WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES
           END-REWRITE.
      *
       425-HOLD-FOR-SALES-POSTING.
      *
           MOVE INVOICE-CUSTOMER-NO  TO ST-CUSTOMER-NO.
           MOVE RUN-DATE             TO ST-SALE-DATE.
           MOVE INVOICE-TOTAL-AMOUNT TO ST-SALE-AMOUNT.
           MOVE "BILLING"            TO ST-REFERENCE.
           SET ST-UNPOSTED           TO TRUE.
           WRITE SALES-DETAIL-RECORD.
           MOVE INVOICE-CUSTOMER-NO  TO BHL-CUSTOMER-NO.
           MOVE INVOICE-TOTAL-AMOUNT TO BHL-HELD-AMOUNT.
           MOVE HOLD-REASON          TO BHL-REASON.
           MOVE BIL-HELD-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       430-PRINT-UNPOSTED-CUSTOMER.
      *
           MOVE INVOICE-CUSTOMER-NO TO BEL-CUSTOMER-NO.
           MOVE BIL-EXCEPTION-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       450-WRITE-JOURNAL-SUMMARY.
      *
      *    ONE BALANCED SUMMARY ENTRY PER RUN: RECEIVABLES UP BY
      *    THE AMOUNT DUE; SALES, TAX PAYABLE, AND FREIGHT REVENUE
      *    CREDITED. THE CONTROLLER'S SPREADSHEET RETIRES A COLUMN
      *    AT A TIME.
      *
           IF RUN-AMOUNT-DUE-TOTAL = ZERO
               CONTINUE
               ELSE
                   MOVE RUN-DATE  TO GJ-ENTRY-DATE
                   MOVE "BIL1000" TO GJ-SOURCE-PROGRAM
                   MOVE SPACE     TO GJ-ENTERED-BY
                   MOVE GL-RECEIVABLES-ACCT TO GJ-ACCOUNT-NO
                   MOVE RUN-AMOUNT-DUE-TOTAL TO GJ-DEBIT-AMOUNT
                   MOVE ZERO TO GJ-CREDIT-AMOUNT
                       MOVE RUN-TAX-TOTAL TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
                   IF RUN-FREIGHT-TOTAL NOT = ZERO
                       MOVE GL-FREIGHT-REVENUE-ACCT TO GJ-ACCOUNT-NO
                       MOVE ZERO TO GJ-DEBIT-AMOUNT
                       MOVE RUN-FREIGHT-TOTAL TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
                   CLOSE GLJRNL.
      *
       500-WRITE-BATCH-LOG-RECORD.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
      *
       600-APPLY-CASH-ON-ACCOUNT.
      *
      *    THE SAME OLDEST-FIRST WALK AND NEW-COPY SHUFFLE AS CASH
      *    APPLICATION: ONLY AS MUCH CREDIT AS A CUSTOMER'S OPEN
      *    ITEMS CAN TAKE IS MOVED, AND THE OPERATOR REPLACES
      *    AROPEN WITH AROPENN AFTER THE RUN. NO JOURNAL -- THE
      *    CASH IS IN RECEIVABLES ALREADY.
      *
           MOVE "N" TO AROPEN-EOF-SWITCH.
           OPEN INPUT AROPEN.
           IF AROPEN-SUCCESSFUL
               PERFORM 610-TABLE-NEXT-CREDIT
                   UNTIL AROPEN-EOF
               CLOSE AROPEN.
           IF ON-ACCOUNT-COUNT > ZERO
               MOVE "N" TO AROPEN-EOF-SWITCH
               OPEN INPUT AROPEN
               PERFORM 620-TOTAL-NEXT-OPEN-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN
               PERFORM 630-SET-CREDIT-TO-USE
                   VARYING OA-INDEX FROM 1 BY 1
                   UNTIL OA-INDEX > ON-ACCOUNT-COUNT.
           IF OA-RUN-APPLIED-TOTAL > ZERO
               MOVE "N" TO AROPEN-EOF-SWITCH
               OPEN INPUT AROPEN
               OPEN OUTPUT ARNEW
               PERFORM 640-APPLY-TO-NEXT-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN
                     ARNEW
               PERFORM 660-PRINT-CREDIT-APPLIED
                   VARYING OA-INDEX FROM 1 BY 1
                   UNTIL OA-INDEX > ON-ACCOUNT-COUNT
               DISPLAY "BIL1000 CASH ON ACCOUNT APPLIED -- REPLACE "
                   "AROPEN WITH AROPENN TO COMPLETE THE RUN.".
      *
       610-TABLE-NEXT-CREDIT.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN AND AO-REFERENCE (1:2) = "OA"
                       AND AO-OPEN-AMOUNT < ZERO
                       PERFORM 615-TABLE-CUSTOMER-CREDIT
                   END-IF
           END-READ.
      *
       615-TABLE-CUSTOMER-CREDIT.
      *
           SET OA-INDEX TO 1.
           SEARCH ON-ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN OA-INDEX > ON-ACCOUNT-COUNT
                   IF ON-ACCOUNT-COUNT < 200
                       ADD 1 TO ON-ACCOUNT-COUNT
                       MOVE AO-CUSTOMER-NO TO OA-CUSTOMER-NO (OA-INDEX)
                       COMPUTE OA-CREDIT-ON-ACCOUNT (OA-INDEX) =
                           ZERO - AO-OPEN-AMOUNT
                       MOVE ZERO TO OA-OPEN-DUE (OA-INDEX)
                       MOVE ZERO TO OA-APPLY-POOL (OA-INDEX)
                       MOVE ZERO TO OA-CREDIT-TO-CONSUME (OA-INDEX)
                       MOVE ZERO TO OA-CREDIT-APPLIED (OA-INDEX)
                   ELSE
                       DISPLAY "BIL1000 ON-ACCOUNT TABLE FULL "
                           "FOR CUSTOMER " AO-CUSTOMER-NO
                   END-IF
               WHEN OA-CUSTOMER-NO (OA-INDEX) = AO-CUSTOMER-NO
                   SUBTRACT AO-OPEN-AMOUNT
                       FROM OA-CREDIT-ON-ACCOUNT (OA-INDEX)
           END-SEARCH.
      *
       620-TOTAL-NEXT-OPEN-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN AND AO-OPEN-AMOUNT > ZERO
                       SET OA-INDEX TO 1
                       SEARCH ON-ACCOUNT-ENTRY
                           AT END
                               CONTINUE
                           WHEN OA-INDEX > ON-ACCOUNT-COUNT
                               CONTINUE
                           WHEN OA-CUSTOMER-NO (OA-INDEX) =
                                AO-CUSTOMER-NO
                               ADD AO-OPEN-AMOUNT
                                   TO OA-OPEN-DUE (OA-INDEX)
                       END-SEARCH
                   END-IF
           END-READ.
      *
       630-SET-CREDIT-TO-USE.
      *
           IF OA-CREDIT-ON-ACCOUNT (OA-INDEX) < OA-OPEN-DUE (OA-INDEX)
               MOVE OA-CREDIT-ON-ACCOUNT (OA-INDEX)
                   TO OA-APPLY-POOL (OA-INDEX)
           ELSE
               MOVE OA-OPEN-DUE (OA-INDEX)
                   TO OA-APPLY-POOL (OA-INDEX).
           MOVE OA-APPLY-POOL (OA-INDEX)
               TO OA-CREDIT-TO-CONSUME (OA-INDEX).
           MOVE OA-APPLY-POOL (OA-INDEX)
               TO OA-CREDIT-APPLIED (OA-INDEX).
           ADD OA-APPLY-POOL (OA-INDEX) TO OA-RUN-APPLIED-TOTAL.
      *
       640-APPLY-TO-NEXT-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN
                       PERFORM 645-APPLY-CREDIT-TO-ITEM
                   END-IF
                   WRITE NEW-AR-OPEN-ITEM-RECORD
                       FROM AR-OPEN-ITEM-RECORD
           END-READ.
      *
       645-APPLY-CREDIT-TO-ITEM.
      *
           SET OA-INDEX TO 1.
           SEARCH ON-ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN OA-INDEX > ON-ACCOUNT-COUNT
                   CONTINUE
               WHEN OA-CUSTOMER-NO (OA-INDEX) = AO-CUSTOMER-NO
                   EVALUATE TRUE
                       WHEN AO-REFERENCE (1:2) = "OA"
                           IF OA-CREDIT-TO-CONSUME (OA-INDEX) > ZERO
                               PERFORM 655-CONSUME-CREDIT-ITEM
                           END-IF
                       WHEN AO-OPEN-AMOUNT > ZERO
                           IF OA-APPLY-POOL (OA-INDEX) > ZERO
                               PERFORM 650-RELIEVE-OPEN-ITEM
                           END-IF
                   END-EVALUATE
           END-SEARCH.
      *
       650-RELIEVE-OPEN-ITEM.
      *
           IF OA-APPLY-POOL (OA-INDEX) < AO-OPEN-AMOUNT
               MOVE OA-APPLY-POOL (OA-INDEX) TO OA-APPLY-AMOUNT
           ELSE
               MOVE AO-OPEN-AMOUNT TO OA-APPLY-AMOUNT.
           SUBTRACT OA-APPLY-AMOUNT FROM AO-OPEN-AMOUNT.
           SUBTRACT OA-APPLY-AMOUNT FROM OA-APPLY-POOL (OA-INDEX).
           IF AO-OPEN-AMOUNT = ZERO
               SET AR-ITEM-CLOSED TO TRUE.
      *
       655-CONSUME-CREDIT-ITEM.
      *
      *    THE CREDIT ITEM IS NEGATIVE; IT IS BROUGHT TOWARD ZERO
      *    BY WHAT WAS TAKEN FROM IT.
      *
           IF OA-CREDIT-TO-CONSUME (OA-INDEX) < ZERO - AO-OPEN-AMOUNT
               MOVE OA-CREDIT-TO-CONSUME (OA-INDEX) TO OA-APPLY-AMOUNT
           ELSE
               COMPUTE OA-APPLY-AMOUNT = ZERO - AO-OPEN-AMOUNT.
           ADD OA-APPLY-AMOUNT TO AO-OPEN-AMOUNT.
           SUBTRACT OA-APPLY-AMOUNT
               FROM OA-CREDIT-TO-CONSUME (OA-INDEX).
           IF AO-OPEN-AMOUNT = ZERO
               SET AR-ITEM-CLOSED TO TRUE.
      *
       660-PRINT-CREDIT-APPLIED.
      *
           IF OA-CREDIT-APPLIED (OA-INDEX) > ZERO
               MOVE OA-CUSTOMER-NO (OA-INDEX) TO BOA-CUSTOMER-NO
               MOVE OA-CREDIT-APPLIED (OA-INDEX)
                   TO BOA-APPLIED-AMOUNT
               MOVE BIL-ON-ACCOUNT-LINE TO BIL-PRINT-AREA
               WRITE BIL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       700-PRINT-RESTART-SUMMARY.
      *
      *    WHAT THIS RESTART ADDED IS THE RUN'S TOTALS NOW LESS WHAT
      *    WAS COMPLETE BEFORE THE FAILURE, FOLLOWED BY THE WHOLE
      *    RUN, WHICH IS WHAT THE JOURNAL AND THE BATCH LOG CARRY.
      *
           MOVE "DONE ON THIS RESTART" TO BRT-TEXT.
           MOVE BIL-RESTART-TEXT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE RESUME-INVOICE-NO TO RR-FIRST-INVOICE-NO.
           MOVE NEXT-INVOICE-NO   TO RR-LAST-INVOICE-NO.
           COMPUTE RR-INVOICES-BILLED =
               INVOICES-BILLED-COUNT - RB-INVOICES-BILLED.
           COMPUTE RR-LINES-BILLED =
               LINES-BILLED-COUNT - RB-LINES-BILLED.
           COMPUTE RR-CUSTOMERS-POSTED =
               CUSTOMERS-POSTED-COUNT - RB-CUSTOMERS-POSTED.
           COMPUTE RR-MERCHANDISE =
               GRAND-TOTAL-AMOUNT - RB-MERCHANDISE.
           COMPUTE RR-TAX = RUN-TAX-TOTAL - RB-TAX.
           COMPUTE RR-FREIGHT = RUN-FREIGHT-TOTAL - RB-FREIGHT.
           COMPUTE RR-AMOUNT-DUE =
               RUN-AMOUNT-DUE-TOTAL - RB-AMOUNT-DUE.
           PERFORM 065-PRINT-RESTART-TOTALS.
           MOVE "BILLING RUN AFTER THE RESTART" TO BRT-TEXT.
           MOVE BIL-RESTART-TEXT-LINE TO BIL-PRINT-AREA.
           WRITE BIL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE CK-FIRST-INVOICE-NO    TO RR-FIRST-INVOICE-NO.
           MOVE NEXT-INVOICE-NO        TO RR-LAST-INVOICE-NO.
           MOVE INVOICES-BILLED-COUNT  TO RR-INVOICES-BILLED.
           MOVE LINES-BILLED-COUNT     TO RR-LINES-BILLED.
           MOVE CUSTOMERS-POSTED-COUNT TO RR-CUSTOMERS-POSTED.
           MOVE GRAND-TOTAL-AMOUNT     TO RR-MERCHANDISE.
           MOVE RUN-TAX-TOTAL          TO RR-TAX.
           MOVE RUN-FREIGHT-TOTAL      TO RR-FREIGHT.
           MOVE RUN-AMOUNT-DUE-TOTAL   TO RR-AMOUNT-DUE.
           PERFORM 065-PRINT-RESTART-TOTALS.
