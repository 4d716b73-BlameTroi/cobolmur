       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. EXV2000.
      *
      *    MONTHLY RECURRING EXPENSE VOUCHERS. EVERY ACTIVE
      *    TEMPLATE ON RECVCHR NOT YET VOUCHERED FOR THE RUN MONTH
      *    BECOMES ONE APPROVED VOUCHER ON APVCHR -- DATED ON THE
      *    TEMPLATE'S DAY OF THE MONTH, INVOICE NUMBER THE TEMPLATE
      *    ID AND YYMM, DUE BY THE VENDOR'S TERMS -- WITH ITS GL
      *    DISTRIBUTION DEBITED ON GLJRNL AGAINST PAYABLES, THE
      *    SAME AS A VOUCHER KEYED IN EXV1000. THE TEMPLATE IS
      *    STAMPED WITH THE MONTH SO A RERUN WRITES NOTHING TWICE.
      *    A TEMPLATE WHOSE VENDOR OR ANY ACCOUNT HAS GONE FROM
      *    ITS MASTER FILE IS SKIPPED AND LISTED ON THE REGISTER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RECVCHR  ASSIGN TO "c:\cobol\data\recvchr.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS RV-TEMPLATE-ID
                           FILE STATUS IS RECVCHR-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT GLCHART  ASSIGN TO "c:\cobol\data\glchart.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS GA-ACCOUNT-NO
                           FILE STATUS IS GLCHART-FILE-STATUS.
           SELECT APVCHR   ASSIGN TO "c:\cobol\data\apvchr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APVCHR-FILE-STATUS.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT EXVRPT   ASSIGN TO "c:\cobol\data\exv2rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RECVCHR.
      *
       COPY "Recvchr.cpy".
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       FD  GLCHART.
      *
       COPY "Glchart.cpy".
      *
       FD  APVCHR.
      *
       COPY "Apvchr.cpy".
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       FD  EXVRPT.
      *
       01  PRINT-AREA                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  RECVCHR-EOF-SWITCH          PIC X   VALUE "N".
               88  RECVCHR-EOF                     VALUE "Y".
           05  APVCHR-EOF-SWITCH           PIC X   VALUE "N".
               88  APVCHR-EOF                      VALUE "Y".
           05  TEMPLATE-VALID-SWITCH       PIC X   VALUE "Y".
               88  TEMPLATE-VALID                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  RECVCHR-FILE-STATUS     PIC XX.
               88  RECVCHR-SUCCESSFUL          VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
      *
       01  VOUCHER-WORK-FIELDS.
           05  NEXT-VOUCHER-NO         PIC 9(6)    VALUE ZERO.
           05  RUN-MONTH               PIC 9(6).
           05  VOUCHER-DATE.
               10  VOUCHER-DATE-MONTH  PIC 9(6).
               10  VOUCHER-DATE-DAY    PIC 9(2).
           05  VOUCHER-DATE-NUMERIC    REDEFINES VOUCHER-DATE
                                       PIC 9(8).
           05  VOUCHER-INVOICE-NO.
               10  VIN-TEMPLATE-ID     PIC X(4).
               10  VIN-YYMM            PIC 9(4).
           05  SKIP-REASON             PIC X(30).
      *
       01  COUNT-FIELDS.
           05  VOUCHERS-WRITTEN        PIC S9(5)   COMP  VALUE ZERO.
           05  TEMPLATES-SKIPPED       PIC S9(5)   COMP  VALUE ZERO.
           05  VOUCHERED-TOTAL         PIC S9(9)V99  VALUE ZERO.
      *
       01  DIST-SUB                    PIC S9(3)   COMP.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-VOUCHER-COUNT   PIC ZZ,ZZ9.
           05  DISPLAY-SKIPPED-COUNT   PIC ZZ,ZZ9.
      *
       COPY "Dtereq.cpy".
      *
       COPY "Fpcreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  GL-ACCOUNT-NUMBERS.
           05  GL-PAYABLES-ACCT        PIC 9(4)    VALUE 2000.
      *
       01  EXV-HEADING-LINE-1.
           05  FILLER                  PIC X(44)
               VALUE "EXV2000  RECURRING EXPENSE VOUCHERS  MONTH ".
           05  EHL-RUN-MONTH           PIC 9(6).
           05  FILLER                  PIC X(10) VALUE "  RUN ON ".
           05  EHL-RUN-DATE            PIC 9(8).
      *
       01  EXV-HEADING-LINE-2.
           05  FILLER                  PIC X(40)
               VALUE "TMPL  VENDOR  DESCRIPTION".
           05  FILLER                  PIC X(52)
               VALUE "      VOUCHER  INVOICE   DATE            AMOUNT".
      *
       01  EXV-DETAIL-LINE.
           05  EDL-TEMPLATE-ID         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  EDL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  EDL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  EDL-VOUCHER-NO          PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  EDL-INVOICE-NO          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  EDL-VOUCHER-DATE        PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  EDL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
      *
       01  EXV-SKIP-LINE.
           05  ESL-TEMPLATE-ID         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ESL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  ESL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(11)
               VALUE "  SKIPPED: ".
           05  ESL-REASON              PIC X(30).
      *
       01  EXV-TOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  ETL-TOTAL-NAME          PIC X(30).
           05  ETL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  ETL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       000-WRITE-RECURRING-VOUCHERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-DATE (1:6) TO RUN-MONTH.
           DISPLAY "EXV2000 MONTHLY RECURRING EXPENSE VOUCHERS".
           MOVE RUN-DATE TO FC-CHECK-DATE.
           CALL "FPC1000" USING PERIOD-CHECK-REQUEST.
           IF PERIOD-CHECK-CLOSED
               DISPLAY "THE CURRENT FISCAL PERIOD IS CLOSED -- "
                   "NOTHING VOUCHERED."
               STOP RUN.
           OPEN I-O RECVCHR.
           IF NOT RECVCHR-SUCCESSFUL
               DISPLAY "NO RECURRING TEMPLATES ON FILE -- STATUS "
                   RECVCHR-FILE-STATUS
               STOP RUN.
           OPEN INPUT VENDMAST
                      GLCHART.
           PERFORM 050-FIND-LAST-VOUCHER-NO.
           OPEN EXTEND APVCHR.
           IF NOT APVCHR-SUCCESSFUL
               OPEN OUTPUT APVCHR.
           OPEN EXTEND GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               OPEN OUTPUT GLJRNL.
           OPEN OUTPUT EXVRPT.
           MOVE RUN-MONTH TO EHL-RUN-MONTH.
           MOVE RUN-DATE  TO EHL-RUN-DATE.
           MOVE EXV-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE EXV-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 100-PROCESS-NEXT-TEMPLATE
               UNTIL RECVCHR-EOF.
           PERFORM 400-PRINT-RUN-TOTALS.
           CLOSE RECVCHR
                 VENDMAST
                 GLCHART
                 APVCHR
                 GLJRNL
                 EXVRPT.
           MOVE VOUCHERS-WRITTEN  TO DISPLAY-VOUCHER-COUNT.
           MOVE TEMPLATES-SKIPPED TO DISPLAY-SKIPPED-COUNT.
           DISPLAY "EXV2000 VOUCHERS WRITTEN " DISPLAY-VOUCHER-COUNT
               "  TEMPLATES SKIPPED " DISPLAY-SKIPPED-COUNT.
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
       100-PROCESS-NEXT-TEMPLATE.
      *
           READ RECVCHR NEXT RECORD
               AT END
                   MOVE "Y" TO RECVCHR-EOF-SWITCH
               NOT AT END
                   IF TEMPLATE-ACTIVE
                     AND RV-LAST-MONTH < RUN-MONTH
                       PERFORM 200-VALIDATE-TEMPLATE
                       IF TEMPLATE-VALID
                           PERFORM 300-WRITE-RECURRING-VOUCHER
                       ELSE
                           PERFORM 250-PRINT-SKIPPED-TEMPLATE
                       END-IF
                   END-IF
           END-READ.
      *
       200-VALIDATE-TEMPLATE.
      *
           MOVE "Y" TO TEMPLATE-VALID-SWITCH.
           MOVE RV-VENDOR-NO TO VM-VENDOR-NO.
           READ VENDMAST
               INVALID KEY
                   MOVE "N" TO TEMPLATE-VALID-SWITCH
                   MOVE "VENDOR NOT ON FILE" TO SKIP-REASON
           END-READ.
           IF TEMPLATE-VALID
               PERFORM 210-VALIDATE-TEMPLATE-ACCOUNT
                   VARYING DIST-SUB FROM 1 BY 1
                   UNTIL DIST-SUB > RV-DIST-COUNT.
      *
       210-VALIDATE-TEMPLATE-ACCOUNT.
      *
           MOVE RV-ACCOUNT-NO (DIST-SUB) TO GA-ACCOUNT-NO.
           READ GLCHART
               INVALID KEY
                   MOVE "N" TO TEMPLATE-VALID-SWITCH
                   MOVE "GL ACCOUNT NOT ON CHART" TO SKIP-REASON
           END-READ.
      *
       250-PRINT-SKIPPED-TEMPLATE.
      *
           ADD 1 TO TEMPLATES-SKIPPED.
           MOVE RV-TEMPLATE-ID TO ESL-TEMPLATE-ID.
           MOVE RV-VENDOR-NO   TO ESL-VENDOR-NO.
           MOVE RV-DESCRIPTION TO ESL-DESCRIPTION.
           MOVE SKIP-REASON    TO ESL-REASON.
           MOVE EXV-SKIP-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       300-WRITE-RECURRING-VOUCHER.
      *
           MOVE RUN-MONTH       TO VOUCHER-DATE-MONTH.
           MOVE RV-DAY-OF-MONTH TO VOUCHER-DATE-DAY.
           MOVE RV-TEMPLATE-ID  TO VIN-TEMPLATE-ID.
           MOVE RUN-DATE (3:4)  TO VIN-YYMM.
           ADD 1 TO NEXT-VOUCHER-NO.
           MOVE NEXT-VOUCHER-NO      TO VO-VOUCHER-NO.
           MOVE RV-VENDOR-NO         TO VO-VENDOR-NO.
           MOVE VOUCHER-INVOICE-NO   TO VO-INVOICE-NO.
           MOVE VOUCHER-DATE-NUMERIC TO VO-INVOICE-DATE.
           MOVE SPACE                TO VO-ITEM-NO.
           MOVE ZERO                 TO VO-INVOICE-QUANTITY.
           MOVE ZERO                 TO VO-UNIT-COST.
           MOVE RV-VOUCHER-AMOUNT    TO VO-VOUCHER-AMOUNT.
           PERFORM 310-STAMP-VOUCHER-TERMS.
           MOVE ZERO                 TO VO-CHECK-NO.
           SET VOUCHER-APPROVED TO TRUE.
           WRITE VOUCHER-RECORD.
           PERFORM 320-WRITE-DISTRIBUTION-JOURNAL.
           MOVE RUN-MONTH TO RV-LAST-MONTH.
           REWRITE RECURRING-VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON RECVCHR FOR TEMPLATE "
                       RV-TEMPLATE-ID
           END-REWRITE.
           ADD 1 TO VOUCHERS-WRITTEN.
           ADD RV-VOUCHER-AMOUNT TO VOUCHERED-TOTAL.
           MOVE RV-TEMPLATE-ID       TO EDL-TEMPLATE-ID.
           MOVE RV-VENDOR-NO         TO EDL-VENDOR-NO.
           MOVE RV-DESCRIPTION       TO EDL-DESCRIPTION.
           MOVE NEXT-VOUCHER-NO      TO EDL-VOUCHER-NO.
           MOVE VOUCHER-INVOICE-NO   TO EDL-INVOICE-NO.
           MOVE VOUCHER-DATE-NUMERIC TO EDL-VOUCHER-DATE.
           MOVE RV-VOUCHER-AMOUNT    TO EDL-AMOUNT.
           MOVE EXV-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       310-STAMP-VOUCHER-TERMS.
      *
           MOVE VOUCHER-DATE-NUMERIC TO VO-DUE-DATE.
           MOVE ZERO                 TO VO-DISCOUNT-DATE.
           MOVE ZERO                 TO VO-DISCOUNT-AMOUNT.
           IF VM-NET-DAYS > ZERO
               SET BUSINESS-DAYS-FORWARD TO TRUE
               MOVE VOUCHER-DATE-NUMERIC TO DC-DATE-1
               MOVE VM-NET-DAYS TO DC-DAY-COUNT
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-DATE-1 TO VO-DUE-DATE
               END-IF
           END-IF.
           IF VM-DISCOUNT-DAYS > ZERO
               AND VM-DISCOUNT-PCT > ZERO
               SET BUSINESS-DAYS-FORWARD TO TRUE
               MOVE VOUCHER-DATE-NUMERIC TO DC-DATE-1
               MOVE VM-DISCOUNT-DAYS TO DC-DAY-COUNT
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-DATE-1 TO VO-DISCOUNT-DATE
                   COMPUTE VO-DISCOUNT-AMOUNT ROUNDED =
                       (RV-VOUCHER-AMOUNT * VM-DISCOUNT-PCT)
                       / 100
               END-IF
           END-IF.
      *
       320-WRITE-DISTRIBUTION-JOURNAL.
      *
           MOVE RUN-DATE  TO GJ-ENTRY-DATE.
           MOVE "EXV2000" TO GJ-SOURCE-PROGRAM.
           MOVE SPACE     TO GJ-ENTERED-BY.
           SET JOURNAL-LINE-UNPOSTED TO TRUE.
           PERFORM 330-WRITE-DISTRIBUTION-DEBIT
               VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > RV-DIST-COUNT.
           MOVE GL-PAYABLES-ACCT  TO GJ-ACCOUNT-NO.
           MOVE ZERO              TO GJ-DEBIT-AMOUNT.
           MOVE RV-VOUCHER-AMOUNT TO GJ-CREDIT-AMOUNT.
           WRITE JOURNAL-ENTRY-RECORD.
      *
       330-WRITE-DISTRIBUTION-DEBIT.
      *
           MOVE RV-ACCOUNT-NO (DIST-SUB)  TO GJ-ACCOUNT-NO.
           MOVE RV-DIST-AMOUNT (DIST-SUB) TO GJ-DEBIT-AMOUNT.
           MOVE ZERO                      TO GJ-CREDIT-AMOUNT.
           WRITE JOURNAL-ENTRY-RECORD.
      *
       400-PRINT-RUN-TOTALS.
      *
           MOVE "VOUCHERS WRITTEN" TO ETL-TOTAL-NAME.
           MOVE VOUCHERS-WRITTEN TO ETL-COUNT.
           MOVE VOUCHERED-TOTAL  TO ETL-AMOUNT.
           MOVE EXV-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "TEMPLATES SKIPPED" TO ETL-TOTAL-NAME.
           MOVE TEMPLATES-SKIPPED TO ETL-COUNT.
           MOVE ZERO              TO ETL-AMOUNT.
           MOVE EXV-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
