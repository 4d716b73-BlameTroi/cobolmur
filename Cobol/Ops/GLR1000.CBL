       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. GLR1000.
      *
      *    MONTH-END SUBLEDGER RECONCILIATION. PROVES THE THREE GL
      *    CONTROL ACCOUNTS AGAINST THE DETAIL FILES BEHIND THEM:
      *    RECEIVABLES AGAINST THE OPEN AROPEN ITEMS, PAYABLES
      *    AGAINST THE UNPAID APVCHR VOUCHERS, AND INVENTORY
      *    AGAINST THE FIFO VALUE OF THE CSTLAYER COST LAYERS,
      *    COSTED THE SAME WAY VAL1000 COSTS THEM. THE GL SIDE IS
      *    THE CHART BALANCE PLUS ANY JOURNAL LINES NOT YET POSTED,
      *    SO A FEED WAITING ON GLP1000 DOES NOT SHOW AS A
      *    DIFFERENCE. EACH SECTION PRINTS BOTH SIDES AND THE
      *    DIFFERENCE, THEN LISTS THE PERIOD'S SUBLEDGER ACTIVITY
      *    THAT NEVER PRODUCED A JOURNAL LINE -- FIN1000 FINANCE
      *    CHARGES AND RMR1000 CREDIT MEMOS ON AROPEN, PAY1000
      *    CHECKS AND PVD1000 VOIDS ON THE CHECK REGISTER -- WHICH
      *    IS USUALLY WHERE THE DIFFERENCE CAME FROM. THE RESULT
      *    IS KEPT ON GLRECON FOR FPM1000, WHICH WARNS BEFORE
      *    CLOSING A PERIOD THAT DID NOT RECONCILE. THE SUBLEDGER
      *    FILES HOLD TODAY'S BALANCES, SO RUN THIS AT MONTH END,
      *    BEFORE THE NEXT MONTH'S WORK IS ENTERED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT GLCHART  ASSIGN TO "c:\cobol\data\glchart.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS GA-ACCOUNT-NO
                           FILE STATUS IS GLCHART-FILE-STATUS.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT APVCHR   ASSIGN TO "c:\cobol\data\apvchr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APVCHR-FILE-STATUS.
           SELECT CHKREG   ASSIGN TO "c:\cobol\data\chkreg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CHKREG-FILE-STATUS.
           SELECT CSTLAYER ASSIGN TO "c:\cobol\data\cstlayer.dat"
                           FILE STATUS IS CSTLAYER-FILE-STATUS.
           SELECT GLRECON  ASSIGN TO "c:\cobol\data\glrecon.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS GR-PERIOD
                           FILE STATUS IS GLRECON-FILE-STATUS.
           SELECT GLRRPT   ASSIGN TO "c:\cobol\data\glr1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  GLCHART.
      *
       COPY "Glchart.cpy".
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  APVCHR.
      *
       COPY "Apvchr.cpy".
      *
       FD  CHKREG.
      *
       COPY "Chkreg.cpy".
      *
       FD  CSTLAYER.
      *
       COPY "Cstlayer.cpy".
      *
       FD  GLRECON.
      *
       COPY "Glrecon.cpy".
      *
       FD  GLRRPT.
       01  GLR-PRINT-AREA          PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-PERIOD-SWITCH         PIC X   VALUE "N".
               88  VALID-PERIOD                    VALUE "Y".
           05  RECONCILED-SWITCH           PIC X   VALUE "N".
           05  GLJRNL-EOF-SWITCH           PIC X   VALUE "N".
               88  GLJRNL-EOF                      VALUE "Y".
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  APVCHR-EOF-SWITCH           PIC X   VALUE "N".
               88  APVCHR-EOF                      VALUE "Y".
           05  CHKREG-EOF-SWITCH           PIC X   VALUE "N".
               88  CHKREG-EOF                      VALUE "Y".
           05  CSTLAYER-EOF-SWITCH         PIC X   VALUE "N".
               88  CSTLAYER-EOF                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
           05  CHKREG-FILE-STATUS      PIC XX.
               88  CHKREG-SUCCESSFUL           VALUE "00".
           05  CSTLAYER-FILE-STATUS    PIC XX.
               88  CSTLAYER-SUCCESSFUL         VALUE "00".
           05  GLRECON-FILE-STATUS     PIC XX.
               88  GLRECON-SUCCESSFUL          VALUE "00".
               88  GLRECON-NOT-FOUND           VALUE "35".
      *
       01  GL-ACCOUNT-NUMBERS.
           05  GL-RECEIVABLES-ACCT     PIC 9(4)    VALUE 1200.
           05  GL-INVENTORY-ACCT       PIC 9(4)    VALUE 1300.
           05  GL-PAYABLES-ACCT        PIC 9(4)    VALUE 2000.
      *
       01  ENTRY-FIELDS.
           05  RECON-PERIOD            PIC 9(6).
           05  FILLER REDEFINES RECON-PERIOD.
               10  RECON-YEAR          PIC 9(4).
               10  RECON-MONTH         PIC 9(2).
      *
      *    EACH SIDE IS HELD AS THE ACCOUNT NORMALLY CARRIES IT --
      *    DEBIT POSITIVE FOR RECEIVABLES AND INVENTORY, CREDIT
      *    POSITIVE FOR PAYABLES -- SO EACH DIFFERENCE READS THE
      *    SAME WAY: SUBLEDGER LESS GENERAL LEDGER.
      *
       01  RECONCILIATION-FIELDS.
           05  RECEIVABLES-SUBLEDGER   PIC S9(11)V99 VALUE ZERO.
           05  RECEIVABLES-POSTED      PIC S9(11)V99 VALUE ZERO.
           05  RECEIVABLES-UNPOSTED    PIC S9(11)V99 VALUE ZERO.
           05  PAYABLES-SUBLEDGER      PIC S9(11)V99 VALUE ZERO.
           05  PAYABLES-POSTED         PIC S9(11)V99 VALUE ZERO.
           05  PAYABLES-UNPOSTED       PIC S9(11)V99 VALUE ZERO.
           05  INVENTORY-SUBLEDGER     PIC S9(11)V99 VALUE ZERO.
           05  INVENTORY-POSTED        PIC S9(11)V99 VALUE ZERO.
           05  INVENTORY-UNPOSTED      PIC S9(11)V99 VALUE ZERO.
           05  RECEIVABLES-DIFFERENCE  PIC S9(11)V99 VALUE ZERO.
           05  PAYABLES-DIFFERENCE     PIC S9(11)V99 VALUE ZERO.
           05  INVENTORY-DIFFERENCE    PIC S9(11)V99 VALUE ZERO.
      *
       01  PRINT-SECTION-FIELDS.
           05  SECTION-SUBLEDGER       PIC S9(11)V99.
           05  SECTION-POSTED          PIC S9(11)V99.
           05  SECTION-UNPOSTED        PIC S9(11)V99.
           05  SECTION-GL-TOTAL        PIC S9(11)V99.
           05  SECTION-DIFFERENCE      PIC S9(11)V99.
           05  SECTION-ACTIVITY-COUNT  PIC 9(5).
           05  SECTION-ACTIVITY-TOTAL  PIC S9(11)V99.
      *
       01  WORK-FIELDS.
           05  LAYER-VALUE             PIC S9(8)V99.
           05  CHECKS-VOIDED-AMOUNT    PIC S9(9)V99.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  GLR-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "GLR1000  SUBLEDGER RECONCILIATION FOR ".
           05  GHL-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(9)  VALUE "     RUN ".
           05  GHL-RUN-DATE            PIC 9(8).
      *
       01  GLR-SECTION-LINE.
           05  GSL-SECTION-NAME        PIC X(14).
           05  FILLER                  PIC X(12) VALUE
               "-- ACCOUNT ".
           05  GSL-ACCOUNT-NO          PIC 9(4).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GSL-ACCOUNT-NAME        PIC X(30).
      *
       01  GLR-AMOUNT-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  GAL-CAPTION             PIC X(36).
           05  GAL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01  GLR-ACTIVITY-HEADING.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               "PERIOD ACTIVITY WITH NO JOURNAL LINE:".
      *
       01  GLR-ACTIVITY-COLUMNS.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(12) VALUE "REFERENCE".
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(15) VALUE
               "         AMOUNT".
      *
       01  GLR-ACTIVITY-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05  GTL-ACTIVITY-DATE       PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GTL-SOURCE              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GTL-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GTL-ACCOUNT             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GTL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99-.
      *
       01  GLR-RESULT-LINE.
           05  FILLER                  PIC X(18) VALUE
               "PERIOD ".
           05  GRL-RESULT              PIC X(50).
      *
       PROCEDURE DIVISION.
      *
       000-RECONCILE-SUBLEDGERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "GLR1000 SUBLEDGER RECONCILIATION".
           PERFORM 050-ACCEPT-RECON-PERIOD
               UNTIL VALID-PERIOD.
           OPEN INPUT GLCHART.
           IF NOT GLCHART-SUCCESSFUL
               DISPLAY "CHART OF ACCOUNTS COULD NOT BE OPENED -- "
                   "HAS GLA1000 BUILT IT?"
               STOP RUN.
           PERFORM 100-SUM-UNPOSTED-JOURNAL.
           OPEN OUTPUT GLRRPT.
           MOVE RECON-PERIOD TO GHL-PERIOD.
           MOVE RUN-DATE     TO GHL-RUN-DATE.
           MOVE GLR-HEADING-LINE-1 TO GLR-PRINT-AREA.
           WRITE GLR-PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 200-RECONCILE-RECEIVABLES.
           PERFORM 300-RECONCILE-PAYABLES.
           PERFORM 400-RECONCILE-INVENTORY.
           PERFORM 500-RECORD-RECONCILIATION.
           CLOSE GLCHART
                 GLRRPT.
           STOP RUN.
      *
       050-ACCEPT-RECON-PERIOD.
      *
           DISPLAY "ENTER THE PERIOD TO RECONCILE (YYYYMM).".
           ACCEPT RECON-PERIOD.
           IF RECON-PERIOD NOT NUMERIC
             OR RECON-MONTH < 1
             OR RECON-MONTH > 12
               DISPLAY "INVALID PERIOD -- ENTER YYYYMM."
           ELSE
               MOVE "Y" TO VALID-PERIOD-SWITCH.
      *
       100-SUM-UNPOSTED-JOURNAL.
      *
           OPEN INPUT GLJRNL.
           IF GLJRNL-SUCCESSFUL
               PERFORM 110-SUM-NEXT-JOURNAL-LINE
                   UNTIL GLJRNL-EOF
               CLOSE GLJRNL.
      *
       110-SUM-NEXT-JOURNAL-LINE.
      *
           READ GLJRNL
               AT END
                   MOVE "Y" TO GLJRNL-EOF-SWITCH
               NOT AT END
                   IF JOURNAL-LINE-UNPOSTED
                       EVALUATE GJ-ACCOUNT-NO
                           WHEN GL-RECEIVABLES-ACCT
                               COMPUTE RECEIVABLES-UNPOSTED =
                                   RECEIVABLES-UNPOSTED
                                   + GJ-DEBIT-AMOUNT - GJ-CREDIT-AMOUNT
                           WHEN GL-INVENTORY-ACCT
                               COMPUTE INVENTORY-UNPOSTED =
                                   INVENTORY-UNPOSTED
                                   + GJ-DEBIT-AMOUNT - GJ-CREDIT-AMOUNT
                           WHEN GL-PAYABLES-ACCT
                               COMPUTE PAYABLES-UNPOSTED =
                                   PAYABLES-UNPOSTED
                                   + GJ-CREDIT-AMOUNT - GJ-DEBIT-AMOUNT
                       END-EVALUATE
                   END-IF
           END-READ.
      *
      *    THE OPEN-ITEM FILE IS READ TWICE OVER IN ONE PASS: EVERY
      *    OPEN ITEM COUNTS TOWARD THE BALANCE, AND ANY ITEM DATED
      *    IN THE PERIOD BY FIN1000 OR RMR1000 IS LISTED, OPEN OR
      *    NOT, BECAUSE NEITHER RUN WRITES A JOURNAL LINE.
      *
       200-RECONCILE-RECEIVABLES.
      *
           MOVE "RECEIVABLES"       TO GSL-SECTION-NAME.
           MOVE GL-RECEIVABLES-ACCT TO GSL-ACCOUNT-NO.
           PERFORM 600-PRINT-SECTION-HEADING.
           MOVE ZERO TO SECTION-ACTIVITY-COUNT
                        SECTION-ACTIVITY-TOTAL.
           OPEN INPUT AROPEN.
           IF NOT AROPEN-SUCCESSFUL
               MOVE "    NO OPEN-ITEM FILE ON FILE." TO GLR-PRINT-AREA
               WRITE GLR-PRINT-AREA AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 210-CHECK-NEXT-OPEN-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN.
           PERFORM 620-PRINT-ACTIVITY-TOTAL.
           MOVE GA-ACCOUNT-BALANCE  TO RECEIVABLES-POSTED.
           MOVE RECEIVABLES-SUBLEDGER TO SECTION-SUBLEDGER.
           MOVE RECEIVABLES-POSTED    TO SECTION-POSTED.
           MOVE RECEIVABLES-UNPOSTED  TO SECTION-UNPOSTED.
           MOVE "OPEN ITEMS ON AROPEN" TO GAL-CAPTION.
           PERFORM 650-PRINT-SECTION-BALANCES.
           MOVE SECTION-DIFFERENCE TO RECEIVABLES-DIFFERENCE.
      *
       210-CHECK-NEXT-OPEN-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN
                       ADD AO-OPEN-AMOUNT TO RECEIVABLES-SUBLEDGER
                   END-IF
                   IF AO-INVOICE-DATE (1:6) = RECON-PERIOD
                       IF AO-REFERENCE (1:2) = "FC"
                           MOVE "FIN1000" TO GTL-SOURCE
                           PERFORM 220-LIST-OPEN-ITEM
                       ELSE
                           IF AO-REFERENCE (1:3) = "RMA"
                               MOVE "RMR1000" TO GTL-SOURCE
                               PERFORM 220-LIST-OPEN-ITEM
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       220-LIST-OPEN-ITEM.
      *
           MOVE AO-INVOICE-DATE    TO GTL-ACTIVITY-DATE.
           MOVE AO-REFERENCE       TO GTL-REFERENCE.
           MOVE SPACE              TO GTL-ACCOUNT.
           MOVE AO-CUSTOMER-NO     TO GTL-ACCOUNT (1:5).
           MOVE AO-ORIGINAL-AMOUNT TO GTL-AMOUNT.
           ADD AO-ORIGINAL-AMOUNT  TO SECTION-ACTIVITY-TOTAL.
           PERFORM 610-PRINT-ACTIVITY-LINE.
      *
      *    A CHECK RELIEVES PAYABLES AND A VOID PUTS THE PAYABLE
      *    BACK; NEITHER REACHES THE JOURNAL, SO BOTH ARE LISTED.
      *    A VOID PRINTS AS A NEGATIVE CHECK.
      *
       300-RECONCILE-PAYABLES.
      *
           MOVE "PAYABLES"       TO GSL-SECTION-NAME.
           MOVE GL-PAYABLES-ACCT TO GSL-ACCOUNT-NO.
           PERFORM 600-PRINT-SECTION-HEADING.
           MOVE ZERO TO SECTION-ACTIVITY-COUNT
                        SECTION-ACTIVITY-TOTAL.
           OPEN INPUT APVCHR.
           IF NOT APVCHR-SUCCESSFUL
               MOVE "    NO VOUCHER FILE ON FILE." TO GLR-PRINT-AREA
               WRITE GLR-PRINT-AREA AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 310-SUM-NEXT-VOUCHER
                   UNTIL APVCHR-EOF
               CLOSE APVCHR.
           OPEN INPUT CHKREG.
           IF CHKREG-SUCCESSFUL
               PERFORM 320-CHECK-NEXT-REGISTER-LINE
                   UNTIL CHKREG-EOF
               CLOSE CHKREG.
           PERFORM 620-PRINT-ACTIVITY-TOTAL.
           COMPUTE PAYABLES-POSTED = ZERO - GA-ACCOUNT-BALANCE.
           MOVE PAYABLES-SUBLEDGER TO SECTION-SUBLEDGER.
           MOVE PAYABLES-POSTED    TO SECTION-POSTED.
           MOVE PAYABLES-UNPOSTED  TO SECTION-UNPOSTED.
           MOVE "UNPAID VOUCHERS ON APVCHR" TO GAL-CAPTION.
           PERFORM 650-PRINT-SECTION-BALANCES.
           MOVE SECTION-DIFFERENCE TO PAYABLES-DIFFERENCE.
      *
       310-SUM-NEXT-VOUCHER.
      *
           READ APVCHR
               AT END
                   MOVE "Y" TO APVCHR-EOF-SWITCH
               NOT AT END
                   IF NOT VOUCHER-PAID
                       ADD VO-VOUCHER-AMOUNT TO PAYABLES-SUBLEDGER
                   END-IF
           END-READ.
      *
       320-CHECK-NEXT-REGISTER-LINE.
      *
           READ CHKREG
               AT END
                   MOVE "Y" TO CHKREG-EOF-SWITCH
               NOT AT END
                   IF CR-ENTRY-DATE (1:6) = RECON-PERIOD
                       IF CHECK-ISSUED
                           MOVE "PAY1000" TO GTL-SOURCE
                           MOVE CR-CHECK-AMOUNT TO GTL-AMOUNT
                           ADD CR-CHECK-AMOUNT
                               TO SECTION-ACTIVITY-TOTAL
                           PERFORM 330-LIST-REGISTER-LINE
                       ELSE
                           IF CHECK-VOIDED
                               MOVE "PVD1000" TO GTL-SOURCE
                               COMPUTE CHECKS-VOIDED-AMOUNT =
                                   ZERO - CR-CHECK-AMOUNT
                               MOVE CHECKS-VOIDED-AMOUNT TO GTL-AMOUNT
                               ADD CHECKS-VOIDED-AMOUNT
                                   TO SECTION-ACTIVITY-TOTAL
                               PERFORM 330-LIST-REGISTER-LINE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       330-LIST-REGISTER-LINE.
      *
           MOVE CR-ENTRY-DATE TO GTL-ACTIVITY-DATE.
           MOVE SPACE         TO GTL-REFERENCE.
           STRING "CHK " CR-CHECK-NO DELIMITED BY SIZE
               INTO GTL-REFERENCE.
           MOVE CR-VENDOR-NO  TO GTL-ACCOUNT.
           PERFORM 610-PRINT-ACTIVITY-LINE.
      *
       400-RECONCILE-INVENTORY.
      *
           MOVE "INVENTORY"       TO GSL-SECTION-NAME.
           MOVE GL-INVENTORY-ACCT TO GSL-ACCOUNT-NO.
           PERFORM 600-PRINT-SECTION-HEADING.
           OPEN INPUT CSTLAYER.
           IF NOT CSTLAYER-SUCCESSFUL
               MOVE "    NO COST LAYER FILE ON FILE." TO GLR-PRINT-AREA
               WRITE GLR-PRINT-AREA AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 410-VALUE-NEXT-LAYER
                   UNTIL CSTLAYER-EOF
               CLOSE CSTLAYER.
           MOVE GA-ACCOUNT-BALANCE  TO INVENTORY-POSTED.
           MOVE INVENTORY-SUBLEDGER TO SECTION-SUBLEDGER.
           MOVE INVENTORY-POSTED    TO SECTION-POSTED.
           MOVE INVENTORY-UNPOSTED  TO SECTION-UNPOSTED.
           MOVE "FIFO VALUE OF CSTLAYER" TO GAL-CAPTION.
           PERFORM 650-PRINT-SECTION-BALANCES.
           MOVE SECTION-DIFFERENCE TO INVENTORY-DIFFERENCE.
      *
       410-VALUE-NEXT-LAYER.
      *
           READ CSTLAYER
               AT END
                   MOVE "Y" TO CSTLAYER-EOF-SWITCH
               NOT AT END
                   IF CL-LAYER-QUANTITY > ZERO
                       COMPUTE LAYER-VALUE =
                           CL-LAYER-QUANTITY * CL-UNIT-COST
                       ADD LAYER-VALUE TO INVENTORY-SUBLEDGER
                   END-IF
           END-READ.
      *
      *    THE PERIOD RECONCILES ONLY IF ALL THREE SECTIONS CAME TO
      *    NOTHING. A SECOND RUN FOR THE PERIOD REPLACES THE FIRST.
      *
       500-RECORD-RECONCILIATION.
      *
           IF RECEIVABLES-DIFFERENCE = ZERO
             AND PAYABLES-DIFFERENCE = ZERO
             AND INVENTORY-DIFFERENCE = ZERO
               MOVE "Y" TO RECONCILED-SWITCH
               MOVE "RECONCILED -- ALL THREE CONTROL ACCOUNTS AGREE."
                   TO GRL-RESULT
           ELSE
               MOVE "N" TO RECONCILED-SWITCH
               MOVE "NOT RECONCILED -- SEE THE DIFFERENCES ABOVE."
                   TO GRL-RESULT.
           MOVE GLR-RESULT-LINE TO GLR-PRINT-AREA.
           WRITE GLR-PRINT-AREA AFTER ADVANCING 3 LINES.
           DISPLAY "GLR1000 PERIOD " RECON-PERIOD " " GRL-RESULT.
           OPEN I-O GLRECON.
           IF GLRECON-NOT-FOUND
               OPEN OUTPUT GLRECON
               CLOSE GLRECON
               OPEN I-O GLRECON.
           IF NOT GLRECON-SUCCESSFUL
               DISPLAY "GLRECON COULD NOT BE OPENED -- STATUS "
                   GLRECON-FILE-STATUS
               DISPLAY "RESULT NOT RECORDED FOR FPM1000."
           ELSE
               MOVE RECON-PERIOD           TO GR-PERIOD
               MOVE RUN-DATE               TO GR-RUN-DATE
               MOVE RECEIVABLES-DIFFERENCE TO GR-RECEIVABLES-DIFFERENCE
               MOVE PAYABLES-DIFFERENCE    TO GR-PAYABLES-DIFFERENCE
               MOVE INVENTORY-DIFFERENCE   TO GR-INVENTORY-DIFFERENCE
               MOVE RECONCILED-SWITCH      TO GR-RECONCILED-FLAG
               WRITE GL-RECONCILIATION-RECORD
                   INVALID KEY
                       REWRITE GL-RECONCILIATION-RECORD
               END-WRITE
               CLOSE GLRECON.
      *
       600-PRINT-SECTION-HEADING.
      *
           MOVE GSL-ACCOUNT-NO TO GA-ACCOUNT-NO.
           READ GLCHART
               INVALID KEY
                   MOVE "*** NOT ON THE CHART ***" TO GA-ACCOUNT-NAME
                   MOVE ZERO TO GA-ACCOUNT-BALANCE
           END-READ.
           MOVE GA-ACCOUNT-NAME TO GSL-ACCOUNT-NAME.
           MOVE GLR-SECTION-LINE TO GLR-PRINT-AREA.
           WRITE GLR-PRINT-AREA AFTER ADVANCING 3 LINES.
      *
       610-PRINT-ACTIVITY-LINE.
      *
           IF SECTION-ACTIVITY-COUNT = ZERO
               MOVE GLR-ACTIVITY-HEADING TO GLR-PRINT-AREA
               WRITE GLR-PRINT-AREA AFTER ADVANCING 2 LINES
               MOVE GLR-ACTIVITY-COLUMNS TO GLR-PRINT-AREA
               WRITE GLR-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO SECTION-ACTIVITY-COUNT.
           MOVE GLR-ACTIVITY-LINE TO GLR-PRINT-AREA.
           WRITE GLR-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       620-PRINT-ACTIVITY-TOTAL.
      *
           IF SECTION-ACTIVITY-COUNT = ZERO
               MOVE "    NO PERIOD ACTIVITY WITHOUT A JOURNAL LINE."
                   TO GLR-PRINT-AREA
               WRITE GLR-PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               MOVE "TOTAL WITH NO JOURNAL LINE" TO GAL-CAPTION
               MOVE SECTION-ACTIVITY-TOTAL TO GAL-AMOUNT
               MOVE GLR-AMOUNT-LINE TO GLR-PRINT-AREA
               WRITE GLR-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    THE CAPTION FOR THE SUBLEDGER LINE IS SET BY THE CALLER;
      *    THE CHART RECORD READ FOR THE HEADING IS STILL IN THE
      *    RECORD AREA.
      *
       650-PRINT-SECTION-BALANCES.
      *
           COMPUTE SECTION-GL-TOTAL =
               SECTION-POSTED + SECTION-UNPOSTED.
           COMPUTE SECTION-DIFFERENCE =
               SECTION-SUBLEDGER - SECTION-GL-TOTAL.
           MOVE SECTION-SUBLEDGER TO GAL-AMOUNT.
           MOVE GLR-AMOUNT-LINE TO GLR-PRINT-AREA.
           WRITE GLR-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "GL POSTED BALANCE" TO GAL-CAPTION.
           MOVE SECTION-POSTED TO GAL-AMOUNT.
           MOVE GLR-AMOUNT-LINE TO GLR-PRINT-AREA.
           WRITE GLR-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "GL JOURNAL LINES NOT YET POSTED" TO GAL-CAPTION.
           MOVE SECTION-UNPOSTED TO GAL-AMOUNT.
           MOVE GLR-AMOUNT-LINE TO GLR-PRINT-AREA.
           WRITE GLR-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "GENERAL LEDGER TOTAL" TO GAL-CAPTION.
           MOVE SECTION-GL-TOTAL TO GAL-AMOUNT.
           MOVE GLR-AMOUNT-LINE TO GLR-PRINT-AREA.
           WRITE GLR-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "DIFFERENCE (SUBLEDGER LESS GL)" TO GAL-CAPTION.
           MOVE SECTION-DIFFERENCE TO GAL-AMOUNT.
           MOVE GLR-AMOUNT-LINE TO GLR-PRINT-AREA.
           WRITE GLR-PRINT-AREA AFTER ADVANCING 2 LINES.
