       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. BUD2000.
      *
      *    MONTHLY SALES ACTUAL VERSUS BUDGET. FOR THE KEYED MONTH,
      *    BILLED SALES FROM THE ITEM-SALES DETAIL -- EACH LINE
      *    CREDITED TO THE BRANCH AND SALESREP ON THE INDEXED
      *    CUSTOMER MASTER -- ARE SET AGAINST THE BUDGET KEYED
      *    THROUGH BUD1000, FOR THE MONTH AND FOR THE YEAR TO
      *    DATE, WITH THE VARIANCE AND PERCENT OF BUDGET. ONE LINE
      *    PER SALESREP, SUBTOTALLED BY BRANCH AS THE YEAR-TO-DATE
      *    SALES REPORT IS. A REP WITH BUDGET BUT NO SALES, OR
      *    SALES BUT NO BUDGET, STILL PRINTS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ITMSALES ASSIGN TO "c:\cobol\data\itmsales.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ITMSALES-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT SLSBUDG  ASSIGN TO "c:\cobol\data\slsbudg.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS SB-BUDGET-KEY
                           FILE STATUS IS SLSBUDG-FILE-STATUS.
           SELECT BRNMAST  ASSIGN TO "c:\cobol\data\brnmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS BR-BRANCH-NUMBER
                           FILE STATUS IS CODEMAST-FILE-STATUS.
           SELECT REPMAST  ASSIGN TO "c:\cobol\data\repmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS SR-SALESREP-NUMBER
                           FILE STATUS IS CODEMAST-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk10.dat".
           SELECT BUDRPT   ASSIGN TO "c:\cobol\data\bud2rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ITMSALES.
      *
       COPY "Itmsales.cpy".
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
           05  CM-SALES-YTD-2          PIC S9(5)V9(2).
           05  CM-SALES-YTD-3          PIC S9(5)V9(2).
      *
       FD  SLSBUDG.
      *
       COPY "Slsbudg.cpy".
      *
       FD  BRNMAST.
      *
       COPY "Brnmast.cpy".
      *
       FD  REPMAST.
      *
       COPY "Repmast.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-BRANCH-NUMBER        PIC 9(2).
           05  SW-SALESREP-NUMBER      PIC 9(2).
           05  SW-MONTH-ACTUAL         PIC S9(9)V99.
           05  SW-YTD-ACTUAL           PIC S9(9)V99.
           05  SW-MONTH-BUDGET         PIC S9(9)V99.
           05  SW-YTD-BUDGET           PIC S9(9)V99.
      *
       FD  BUDRPT.
       01  BUD-PRINT-AREA          PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ITMSALES-EOF-SWITCH         PIC X   VALUE "N".
               88  ITMSALES-EOF                    VALUE "Y".
           05  SLSBUDG-EOF-SWITCH          PIC X   VALUE "N".
               88  SLSBUDG-EOF                     VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X   VALUE "Y".
               88  FIRST-RECORD                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ITMSALES-FILE-STATUS    PIC XX.
               88  ITMSALES-SUCCESSFUL         VALUE "00".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  SLSBUDG-FILE-STATUS     PIC XX.
               88  SLSBUDG-SUCCESSFUL          VALUE "00".
      *
       01  CODE-NAME-FIELDS.
           05  CODEMAST-FILE-STATUS    PIC XX.
               88  CODEMAST-SUCCESSFUL         VALUE "00".
           05  CODEMAST-EOF-SWITCH     PIC X.
               88  CODEMAST-EOF                VALUE "Y".
           05  BRANCH-NAME-TABLE.
               10  BRANCH-NAME-ENTRY   OCCURS 99 TIMES
                                       PIC X(20).
           05  SALESREP-NAME-TABLE.
               10  SALESREP-NAME-ENTRY OCCURS 99 TIMES
                                       PIC X(20).
      *
       01  ENTRY-FIELDS.
           05  REPORT-MONTH            PIC 9(6).
           05  FILLER REDEFINES REPORT-MONTH.
               10  REPORT-YEAR         PIC 9(4).
               10  REPORT-MONTH-NO     PIC 9(2).
      *
       01  CONTROL-FIELDS.
           05  OLD-BRANCH-NUMBER       PIC 9(2).
           05  OLD-SALESREP-NUMBER     PIC 9(2).
      *
       01  COUNT-FIELDS.
           05  DETAIL-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05  BUDGET-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05  SALESREPS-REPORTED      PIC 9(5)    VALUE ZERO.
      *
      *    EACH LEVEL HOLDS MONTH ACTUAL, YTD ACTUAL, MONTH BUDGET,
      *    AND YTD BUDGET IN THAT ORDER; THE PRINT PARAGRAPH WORKS
      *    FROM WHICHEVER LEVEL IS MOVED TO THE PRINT TOTALS.
      *
       01  SALESREP-TOTALS.
           05  REP-MONTH-ACTUAL        PIC S9(9)V99 VALUE ZERO.
           05  REP-YTD-ACTUAL          PIC S9(9)V99 VALUE ZERO.
           05  REP-MONTH-BUDGET        PIC S9(9)V99 VALUE ZERO.
           05  REP-YTD-BUDGET          PIC S9(9)V99 VALUE ZERO.
      *
       01  BRANCH-TOTALS.
           05  BRANCH-MONTH-ACTUAL     PIC S9(9)V99 VALUE ZERO.
           05  BRANCH-YTD-ACTUAL       PIC S9(9)V99 VALUE ZERO.
           05  BRANCH-MONTH-BUDGET     PIC S9(9)V99 VALUE ZERO.
           05  BRANCH-YTD-BUDGET       PIC S9(9)V99 VALUE ZERO.
      *
       01  GRAND-TOTALS.
           05  GRAND-MONTH-ACTUAL      PIC S9(9)V99 VALUE ZERO.
           05  GRAND-YTD-ACTUAL        PIC S9(9)V99 VALUE ZERO.
           05  GRAND-MONTH-BUDGET      PIC S9(9)V99 VALUE ZERO.
           05  GRAND-YTD-BUDGET        PIC S9(9)V99 VALUE ZERO.
      *
       01  PRINT-TOTALS.
           05  PRINT-MONTH-ACTUAL      PIC S9(9)V99.
           05  PRINT-YTD-ACTUAL        PIC S9(9)V99.
           05  PRINT-MONTH-BUDGET      PIC S9(9)V99.
           05  PRINT-YTD-BUDGET        PIC S9(9)V99.
      *
       01  VARIANCE-WORK-FIELDS.
           05  VARIANCE-AMOUNT         PIC S9(9)V99.
           05  PERCENT-OF-BUDGET       PIC S9(4)V9.
      *
       01  BUD-HEADING-LINE-1.
           05  FILLER                  PIC X(45) VALUE
               "BUD2000  SALES ACTUAL VS BUDGET FOR MONTH ".
           05  BHL-REPORT-MONTH        PIC 9(6).
           05  FILLER                  PIC X(30) VALUE
               "   (WHOLE DOLLARS)".
      *
       01  BUD-HEADING-LINE-2.
           05  FILLER                  PIC X(29) VALUE SPACE.
           05  FILLER                  PIC X(44) VALUE
               "----------------- MONTH ------------------".
           05  FILLER                  PIC X(44) VALUE
               "-------------- YEAR TO DATE --------------".
      *
       01  BUD-HEADING-LINE-3.
           05  FILLER                  PIC X(29) VALUE
               "BR REP NAME".
           05  FILLER                  PIC X(44) VALUE
               "     ACTUAL      BUDGET    VARIANCE  % BUDG".
           05  FILLER                  PIC X(44) VALUE
               "     ACTUAL      BUDGET    VARIANCE  % BUDG".
      *
       01  BUD-DETAIL-LINE.
           05  BDL-BRANCH-NUMBER       PIC X(2).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-SALESREP-NUMBER     PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BDL-NAME                PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BDL-MONTH-ACTUAL        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-MONTH-BUDGET        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-MONTH-VARIANCE      PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-MONTH-PERCENT       PIC ZZZ9.9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-YTD-ACTUAL          PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-YTD-BUDGET          PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-YTD-VARIANCE        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-YTD-PERCENT         PIC ZZZ9.9-.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-SALES-TO-BUDGET.
      *
           DISPLAY "BUD2000 SALES ACTUAL VS BUDGET".
           DISPLAY "ENTER REPORT MONTH (YYYYMM).".
           ACCEPT REPORT-MONTH.
           OPEN INPUT CUSTMASI.
           IF NOT CUSTMASI-SUCCESSFUL
               DISPLAY "CUSTOMER MASTER COULD NOT BE OPENED -- "
                   "STATUS " CUSTMASI-FILE-STATUS
               DISPLAY "HAS CNV1000 BEEN RUN?"
               STOP RUN.
           PERFORM 050-LOAD-CODE-NAME-TABLES.
           OPEN OUTPUT BUDRPT.
           MOVE REPORT-MONTH TO BHL-REPORT-MONTH.
           MOVE BUD-HEADING-LINE-1 TO BUD-PRINT-AREA.
           WRITE BUD-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE BUD-HEADING-LINE-2 TO BUD-PRINT-AREA.
           WRITE BUD-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE BUD-HEADING-LINE-3 TO BUD-PRINT-AREA.
           WRITE BUD-PRINT-AREA AFTER ADVANCING 1 LINES.
           SORT SORTWORK
               ON ASCENDING KEY SW-BRANCH-NUMBER
                                SW-SALESREP-NUMBER
               INPUT PROCEDURE IS 100-RELEASE-ACTUAL-AND-BUDGET
               OUTPUT PROCEDURE IS 200-PRINT-BUDGET-LINES.
           IF FIRST-RECORD
               MOVE "NO SALES OR BUDGET FOR THE YEAR TO DATE."
                   TO BUD-PRINT-AREA
               WRITE BUD-PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 310-PRINT-SALESREP-LINE
               PERFORM 320-PRINT-BRANCH-LINE
               MOVE GRAND-TOTALS TO PRINT-TOTALS
               MOVE SPACE        TO BDL-BRANCH-NUMBER
                                    BDL-SALESREP-NUMBER
               MOVE "COMPANY TOTAL" TO BDL-NAME
               PERFORM 400-FORMAT-BUDGET-LINE
               MOVE BUD-DETAIL-LINE TO BUD-PRINT-AREA
               WRITE BUD-PRINT-AREA AFTER ADVANCING 2 LINES.
           CLOSE BUDRPT
                 CUSTMASI.
           DISPLAY "BUD2000 SALES DETAIL READ " DETAIL-RECORDS-READ
               "  BUDGET RECORDS READ " BUDGET-RECORDS-READ
               "  SALESREPS " SALESREPS-REPORTED.
           STOP RUN.
      *
       050-LOAD-CODE-NAME-TABLES.
      *
           MOVE SPACE TO BRANCH-NAME-TABLE.
           MOVE SPACE TO SALESREP-NAME-TABLE.
           MOVE "N" TO CODEMAST-EOF-SWITCH.
           OPEN INPUT BRNMAST.
           IF CODEMAST-SUCCESSFUL
               PERFORM 055-LOAD-NEXT-BRANCH-NAME
                   UNTIL CODEMAST-EOF
               CLOSE BRNMAST.
           MOVE "N" TO CODEMAST-EOF-SWITCH.
           OPEN INPUT REPMAST.
           IF CODEMAST-SUCCESSFUL
               PERFORM 056-LOAD-NEXT-SALESREP-NAME
                   UNTIL CODEMAST-EOF
               CLOSE REPMAST.
      *
       055-LOAD-NEXT-BRANCH-NAME.
      *
           READ BRNMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CODEMAST-EOF-SWITCH
               NOT AT END
                   IF BR-BRANCH-NUMBER > ZERO
                       MOVE BR-BRANCH-NAME TO
                           BRANCH-NAME-ENTRY (BR-BRANCH-NUMBER)
                   END-IF
           END-READ.
      *
       056-LOAD-NEXT-SALESREP-NAME.
      *
           READ REPMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CODEMAST-EOF-SWITCH
               NOT AT END
                   IF SR-SALESREP-NUMBER > ZERO
                       MOVE SR-SALESREP-NAME TO
                           SALESREP-NAME-ENTRY (SR-SALESREP-NUMBER)
                   END-IF
           END-READ.
      *
       100-RELEASE-ACTUAL-AND-BUDGET.
      *
           OPEN INPUT ITMSALES.
           IF NOT ITMSALES-SUCCESSFUL
               DISPLAY "NO ITEM-SALES FILE ON FILE."
               MOVE "Y" TO ITMSALES-EOF-SWITCH
           ELSE
               PERFORM 110-RELEASE-NEXT-SALE
                   UNTIL ITMSALES-EOF
               CLOSE ITMSALES.
           OPEN INPUT SLSBUDG.
           IF NOT SLSBUDG-SUCCESSFUL
               DISPLAY "NO SALES BUDGET ON FILE."
               MOVE "Y" TO SLSBUDG-EOF-SWITCH
           ELSE
               PERFORM 130-RELEASE-NEXT-BUDGET
                   UNTIL SLSBUDG-EOF
               CLOSE SLSBUDG.
      *
       110-RELEASE-NEXT-SALE.
      *
           READ ITMSALES
               AT END
                   MOVE "Y" TO ITMSALES-EOF-SWITCH
               NOT AT END
                   ADD 1 TO DETAIL-RECORDS-READ
                   IF IS-SALE-DATE (1:4) = REPORT-YEAR
                     AND IS-SALE-DATE (1:6) NOT > REPORT-MONTH
                       PERFORM 120-RELEASE-ONE-SALE
                   END-IF
           END-READ.
      *
       120-RELEASE-ONE-SALE.
      *
      *    A CUSTOMER NO LONGER ON THE MASTER IS CREDITED TO
      *    BRANCH 00 / REP 00 SO ITS SALES STILL FOOT TO THE TOTAL.
      *
           MOVE IS-CUSTOMER-NO TO CM-CUSTOMER-NUMBER.
           READ CUSTMASI
               INVALID KEY
                   MOVE ZERO TO CM-BRANCH-NUMBER
                   MOVE ZERO TO CM-SALESREP-NUMBER
           END-READ.
           MOVE CM-BRANCH-NUMBER   TO SW-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER TO SW-SALESREP-NUMBER.
           MOVE IS-EXTENDED-PRICE  TO SW-YTD-ACTUAL.
           IF IS-SALE-DATE (1:6) = REPORT-MONTH
               MOVE IS-EXTENDED-PRICE TO SW-MONTH-ACTUAL
           ELSE
               MOVE ZERO TO SW-MONTH-ACTUAL.
           MOVE ZERO TO SW-MONTH-BUDGET.
           MOVE ZERO TO SW-YTD-BUDGET.
           RELEASE SORT-WORK-AREA.
      *
       130-RELEASE-NEXT-BUDGET.
      *
           READ SLSBUDG NEXT RECORD
               AT END
                   MOVE "Y" TO SLSBUDG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO BUDGET-RECORDS-READ
                   IF SB-BUDGET-MONTH (1:4) = REPORT-YEAR
                     AND SB-BUDGET-MONTH NOT > REPORT-MONTH
                       PERFORM 140-RELEASE-ONE-BUDGET
                   END-IF
           END-READ.
      *
       140-RELEASE-ONE-BUDGET.
      *
           MOVE SB-BRANCH-NUMBER   TO SW-BRANCH-NUMBER.
           MOVE SB-SALESREP-NUMBER TO SW-SALESREP-NUMBER.
           MOVE ZERO TO SW-MONTH-ACTUAL.
           MOVE ZERO TO SW-YTD-ACTUAL.
           MOVE SB-BUDGET-AMOUNT   TO SW-YTD-BUDGET.
           IF SB-BUDGET-MONTH = REPORT-MONTH
               MOVE SB-BUDGET-AMOUNT TO SW-MONTH-BUDGET
           ELSE
               MOVE ZERO TO SW-MONTH-BUDGET.
           RELEASE SORT-WORK-AREA.
      *
       200-PRINT-BUDGET-LINES.
      *
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
           PERFORM 220-ACCUMULATE-SORT-RECORD
               UNTIL SORT-EOF.
      *
       210-RETURN-NEXT-SORT-RECORD.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       220-ACCUMULATE-SORT-RECORD.
      *
           IF FIRST-RECORD
               MOVE SW-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
               MOVE SW-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
               MOVE "N" TO FIRST-RECORD-SWITCH
           ELSE
               IF SW-BRANCH-NUMBER NOT = OLD-BRANCH-NUMBER
                   PERFORM 310-PRINT-SALESREP-LINE
                   PERFORM 320-PRINT-BRANCH-LINE
                   MOVE SW-BRANCH-NUMBER   TO OLD-BRANCH-NUMBER
                   MOVE SW-SALESREP-NUMBER TO OLD-SALESREP-NUMBER
               ELSE
                   IF SW-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER
                       PERFORM 310-PRINT-SALESREP-LINE
                       MOVE SW-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.
           ADD SW-MONTH-ACTUAL TO REP-MONTH-ACTUAL.
           ADD SW-YTD-ACTUAL   TO REP-YTD-ACTUAL.
           ADD SW-MONTH-BUDGET TO REP-MONTH-BUDGET.
           ADD SW-YTD-BUDGET   TO REP-YTD-BUDGET.
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
      *
       310-PRINT-SALESREP-LINE.
      *
           MOVE SALESREP-TOTALS     TO PRINT-TOTALS.
           MOVE OLD-BRANCH-NUMBER   TO BDL-BRANCH-NUMBER.
           MOVE OLD-SALESREP-NUMBER TO BDL-SALESREP-NUMBER.
           IF OLD-SALESREP-NUMBER = ZERO
               MOVE "NOT ON CUSTOMER MAST" TO BDL-NAME
           ELSE
               MOVE SALESREP-NAME-ENTRY (OLD-SALESREP-NUMBER)
                   TO BDL-NAME.
           PERFORM 400-FORMAT-BUDGET-LINE.
           MOVE BUD-DETAIL-LINE TO BUD-PRINT-AREA.
           WRITE BUD-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD REP-MONTH-ACTUAL TO BRANCH-MONTH-ACTUAL.
           ADD REP-YTD-ACTUAL   TO BRANCH-YTD-ACTUAL.
           ADD REP-MONTH-BUDGET TO BRANCH-MONTH-BUDGET.
           ADD REP-YTD-BUDGET   TO BRANCH-YTD-BUDGET.
           MOVE ZERO TO REP-MONTH-ACTUAL
                        REP-YTD-ACTUAL
                        REP-MONTH-BUDGET
                        REP-YTD-BUDGET.
           ADD 1 TO SALESREPS-REPORTED.
      *
       320-PRINT-BRANCH-LINE.
      *
           MOVE BRANCH-TOTALS     TO PRINT-TOTALS.
           MOVE OLD-BRANCH-NUMBER TO BDL-BRANCH-NUMBER.
           MOVE SPACE             TO BDL-SALESREP-NUMBER.
           MOVE SPACE             TO BDL-NAME.
           IF OLD-BRANCH-NUMBER = ZERO
               MOVE "BRANCH TOTAL" TO BDL-NAME
           ELSE
               MOVE BRANCH-NAME-ENTRY (OLD-BRANCH-NUMBER) (1:13)
                   TO BDL-NAME
               MOVE " TOTAL" TO BDL-NAME (14:6).
           PERFORM 400-FORMAT-BUDGET-LINE.
           MOVE BUD-DETAIL-LINE TO BUD-PRINT-AREA.
           WRITE BUD-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SPACE TO BUD-PRINT-AREA.
           WRITE BUD-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD BRANCH-MONTH-ACTUAL TO GRAND-MONTH-ACTUAL.
           ADD BRANCH-YTD-ACTUAL   TO GRAND-YTD-ACTUAL.
           ADD BRANCH-MONTH-BUDGET TO GRAND-MONTH-BUDGET.
           ADD BRANCH-YTD-BUDGET   TO GRAND-YTD-BUDGET.
           MOVE ZERO TO BRANCH-MONTH-ACTUAL
                        BRANCH-YTD-ACTUAL
                        BRANCH-MONTH-BUDGET
                        BRANCH-YTD-BUDGET.
      *
       400-FORMAT-BUDGET-LINE.
      *
      *    VARIANCE IS ACTUAL LESS BUDGET, SO A SHORTFALL PRINTS
      *    NEGATIVE. WITH NO BUDGET SET THE PERCENT PRINTS ZERO.
      *
           MOVE PRINT-MONTH-ACTUAL TO BDL-MONTH-ACTUAL.
           MOVE PRINT-MONTH-BUDGET TO BDL-MONTH-BUDGET.
           COMPUTE VARIANCE-AMOUNT =
               PRINT-MONTH-ACTUAL - PRINT-MONTH-BUDGET.
           MOVE VARIANCE-AMOUNT TO BDL-MONTH-VARIANCE.
           IF PRINT-MONTH-BUDGET = ZERO
               MOVE ZERO TO PERCENT-OF-BUDGET
           ELSE
               COMPUTE PERCENT-OF-BUDGET ROUNDED =
                   (PRINT-MONTH-ACTUAL * 100) / PRINT-MONTH-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO PERCENT-OF-BUDGET.
           MOVE PERCENT-OF-BUDGET TO BDL-MONTH-PERCENT.
           MOVE PRINT-YTD-ACTUAL TO BDL-YTD-ACTUAL.
           MOVE PRINT-YTD-BUDGET TO BDL-YTD-BUDGET.
           COMPUTE VARIANCE-AMOUNT =
               PRINT-YTD-ACTUAL - PRINT-YTD-BUDGET.
           MOVE VARIANCE-AMOUNT TO BDL-YTD-VARIANCE.
           IF PRINT-YTD-BUDGET = ZERO
               MOVE ZERO TO PERCENT-OF-BUDGET
           ELSE
               COMPUTE PERCENT-OF-BUDGET ROUNDED =
                   (PRINT-YTD-ACTUAL * 100) / PRINT-YTD-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO PERCENT-OF-BUDGET.
           MOVE PERCENT-OF-BUDGET TO BDL-YTD-PERCENT.
