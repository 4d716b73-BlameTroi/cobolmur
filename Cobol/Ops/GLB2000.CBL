       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. GLB2000.
      *
      *    MONTHLY GL BUDGET VERSUS ACTUAL. FOR THE KEYED MONTH,
      *    EVERY REVENUE AND EXPENSE ACCOUNT ON THE CHART PRINTS
      *    ITS ACTUAL -- THE POSTED JOURNAL LINES -- AGAINST THE
      *    BUDGET KEYED OR PREPARED THROUGH GLB1000, FOR THE MONTH
      *    AND FOR THE YEAR TO DATE, WITH THE VARIANCE IN DOLLARS
      *    AND AS A PERCENT OF BUDGET. AN EXPENSE OVER ITS BUDGET,
      *    OR A REVENUE SHORT OF IT, BY MORE THAN THE TOLERANCE ON
      *    GLBCTL IS FLAGGED. ACCOUNTS SUBTOTAL BY THE ACCOUNT
      *    RANGES ON GLBCTL, SO EACH DEPARTMENT HEAD FINDS THEIR
      *    OWN FIGURES TOGETHER. AN ACCOUNT WITH NEITHER ACTUAL NOR
      *    BUDGET FOR THE YEAR DOES NOT PRINT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT GLBCTL   ASSIGN TO "c:\cobol\data\glbctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLBCTL-FILE-STATUS.
           SELECT GLCHART  ASSIGN TO "c:\cobol\data\glchart.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS GA-ACCOUNT-NO
                           FILE STATUS IS GLCHART-FILE-STATUS.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT GLBUDG   ASSIGN TO "c:\cobol\data\glbudg.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS GB-BUDGET-KEY
                           FILE STATUS IS GLBUDG-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk20.dat".
           SELECT GLBRPT   ASSIGN TO "c:\cobol\data\glb2rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  GLBCTL.
      *
       COPY "Glbctl.cpy".
      *
       FD  GLCHART.
      *
       COPY "Glchart.cpy".
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       FD  GLBUDG.
      *
       COPY "Glbudg.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-RANGE-NO             PIC 9(2).
           05  SW-ACCOUNT-NO           PIC 9(4).
           05  SW-ACCOUNT-SUB          PIC 9(5).
      *
       FD  GLBRPT.
       01  GLB-PRINT-AREA          PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-MONTH-SWITCH          PIC X   VALUE "N".
               88  VALID-MONTH                     VALUE "Y".
           05  GLCHART-EOF-SWITCH          PIC X   VALUE "N".
               88  GLCHART-EOF                     VALUE "Y".
           05  GLJRNL-EOF-SWITCH           PIC X   VALUE "N".
               88  GLJRNL-EOF                      VALUE "Y".
           05  GLBUDG-EOF-SWITCH           PIC X   VALUE "N".
               88  GLBUDG-EOF                      VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  TABLE-OVERFLOW-SWITCH       PIC X   VALUE "N".
               88  TABLE-OVERFLOW                  VALUE "Y".
           05  FIRST-RANGE-SWITCH          PIC X   VALUE "Y".
               88  FIRST-RANGE                     VALUE "Y".
           05  RANGE-FOUND-SWITCH          PIC X.
               88  RANGE-FOUND                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  GLBCTL-FILE-STATUS      PIC XX.
               88  GLBCTL-SUCCESSFUL           VALUE "00".
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
           05  GLBUDG-FILE-STATUS      PIC XX.
               88  GLBUDG-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  REPORT-MONTH            PIC 9(6).
           05  FILLER REDEFINES REPORT-MONTH.
               10  REPORT-YEAR         PIC 9(4).
               10  REPORT-MONTH-NO     PIC 9(2).
      *
       01  CONTROL-FIELDS.
           05  OLD-RANGE-NO            PIC 9(2).
           05  RANGE-SUB               PIC S9(3)   COMP.
           05  ACCOUNT-SUB             PIC S9(5)   COMP.
      *
       01  COUNT-FIELDS.
           05  JOURNAL-LINES-READ      PIC 9(7)    VALUE ZERO.
           05  BUDGET-RECORDS-READ     PIC 9(7)    VALUE ZERO.
           05  ACCOUNTS-REPORTED       PIC 9(5)    VALUE ZERO.
           05  ACCOUNTS-FLAGGED        PIC 9(5)    VALUE ZERO.
      *
      *    THE CHART IS READ IN KEY SEQUENCE, SO THE TABLE IS IN
      *    ACCOUNT ORDER AND CAN BE SEARCHED BY HALVES FOR EVERY
      *    JOURNAL LINE AND BUDGET RECORD. EACH ACCOUNT HOLDS MONTH
      *    ACTUAL, YTD ACTUAL, MONTH BUDGET, AND YTD BUDGET, SIGNED
      *    AS THE STATEMENTS PRINT THEM.
      *
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY-COUNT     PIC S9(5)   COMP  VALUE ZERO.
           05  ACCOUNT-ENTRY               OCCURS 1 TO 1000 TIMES
                                           DEPENDING ON
                                               ACCOUNT-ENTRY-COUNT
                                           ASCENDING KEY IS
                                               BE-ACCOUNT-NO
                                           INDEXED BY ACCOUNT-INDEX.
               10  BE-ACCOUNT-NO           PIC 9(4).
               10  BE-ACCOUNT-NAME         PIC X(30).
               10  BE-ACCOUNT-TYPE         PIC X.
                   88  BE-REVENUE-ACCOUNT          VALUE "R".
               10  BE-MONTH-ACTUAL         PIC S9(11)V99.
               10  BE-YTD-ACTUAL           PIC S9(11)V99.
               10  BE-MONTH-BUDGET         PIC S9(11)V99.
               10  BE-YTD-BUDGET           PIC S9(11)V99.
      *
      *    EACH LEVEL HOLDS MONTH ACTUAL, YTD ACTUAL, MONTH BUDGET,
      *    AND YTD BUDGET IN THAT ORDER; THE PRINT PARAGRAPH WORKS
      *    FROM WHICHEVER LEVEL IS MOVED TO THE PRINT TOTALS.
      *
       01  RANGE-TOTALS.
           05  RANGE-MONTH-ACTUAL      PIC S9(11)V99 VALUE ZERO.
           05  RANGE-YTD-ACTUAL        PIC S9(11)V99 VALUE ZERO.
           05  RANGE-MONTH-BUDGET      PIC S9(11)V99 VALUE ZERO.
           05  RANGE-YTD-BUDGET        PIC S9(11)V99 VALUE ZERO.
      *
       01  REVENUE-TOTALS.
           05  REVENUE-MONTH-ACTUAL    PIC S9(11)V99 VALUE ZERO.
           05  REVENUE-YTD-ACTUAL      PIC S9(11)V99 VALUE ZERO.
           05  REVENUE-MONTH-BUDGET    PIC S9(11)V99 VALUE ZERO.
           05  REVENUE-YTD-BUDGET      PIC S9(11)V99 VALUE ZERO.
      *
       01  EXPENSE-TOTALS.
           05  EXPENSE-MONTH-ACTUAL    PIC S9(11)V99 VALUE ZERO.
           05  EXPENSE-YTD-ACTUAL      PIC S9(11)V99 VALUE ZERO.
           05  EXPENSE-MONTH-BUDGET    PIC S9(11)V99 VALUE ZERO.
           05  EXPENSE-YTD-BUDGET      PIC S9(11)V99 VALUE ZERO.
      *
       01  PRINT-TOTALS.
           05  PRINT-MONTH-ACTUAL      PIC S9(11)V99.
           05  PRINT-YTD-ACTUAL        PIC S9(11)V99.
           05  PRINT-MONTH-BUDGET      PIC S9(11)V99.
           05  PRINT-YTD-BUDGET        PIC S9(11)V99.
      *
       01  VARIANCE-WORK-FIELDS.
           05  PRESENTATION-AMOUNT     PIC S9(11)V99.
           05  VARIANCE-AMOUNT         PIC S9(11)V99.
           05  VARIANCE-PERCENT        PIC S9(4)V9.
           05  TOLERANCE-AMOUNT        PIC S9(11)V99.
           05  FLAG-SWITCH             PIC X.
               88  ACCOUNT-FLAGGED             VALUE "Y".
      *
       01  GLB-HEADING-LINE-1.
           05  FILLER                  PIC X(39) VALUE
               "GLB2000  GL BUDGET VS ACTUAL FOR MONTH ".
           05  GHL-REPORT-MONTH        PIC 9(6).
           05  FILLER                  PIC X(33) VALUE
               "   (WHOLE DOLLARS)   TOLERANCE ".
           05  GHL-TOLERANCE-PCT       PIC ZZ9.
           05  FILLER                  PIC X(1)  VALUE "%".
      *
       01  GLB-HEADING-LINE-2.
           05  FILLER                  PIC X(32) VALUE SPACE.
           05  FILLER                  PIC X(51) VALUE
               "-------------------- MONTH ---------------------".
           05  FILLER                  PIC X(49) VALUE
               "----------------- YEAR TO DATE -----------------".
      *
       01  GLB-HEADING-LINE-3.
           05  FILLER                  PIC X(32) VALUE
               "ACCT NAME".
           05  FILLER                  PIC X(51) VALUE
               "     ACTUAL      BUDGET    VARIANCE  VAR %  FLAG".
           05  FILLER                  PIC X(49) VALUE
               "     ACTUAL      BUDGET    VARIANCE  VAR %  FLAG".
      *
       01  GLB-RANGE-LINE.
           05  GRL-RANGE-NAME          PIC X(20).
      *
       01  GLB-DETAIL-LINE.
           05  GDL-ACCOUNT-NO          PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-NAME                PIC X(24).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-MONTH-ACTUAL        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GDL-MONTH-BUDGET        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GDL-MONTH-VARIANCE      PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GDL-MONTH-PERCENT       PIC ZZZ9.9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GDL-MONTH-FLAG          PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-YTD-ACTUAL          PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GDL-YTD-BUDGET          PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GDL-YTD-VARIANCE        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GDL-YTD-PERCENT         PIC ZZZ9.9-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GDL-YTD-FLAG            PIC X(5).
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-BUDGET-TO-ACTUAL.
      *
           DISPLAY "GLB2000 GL BUDGET VS ACTUAL".
           DISPLAY "-----------------------------------------------".
           PERFORM 050-LOAD-BUDGET-CONTROLS.
           PERFORM 060-ACCEPT-REPORT-MONTH
               UNTIL VALID-MONTH.
           PERFORM 100-LOAD-ACCOUNT-TABLE.
           IF TABLE-OVERFLOW
               DISPLAY "GLB2000 ACCOUNT TABLE FULL -- REPORT NOT RUN."
               STOP RUN.
           PERFORM 200-SUM-POSTED-ACTUALS.
           PERFORM 250-SUM-BUDGETS.
           OPEN OUTPUT GLBRPT.
           MOVE REPORT-MONTH     TO GHL-REPORT-MONTH.
           MOVE BX-TOLERANCE-PCT TO GHL-TOLERANCE-PCT.
           MOVE GLB-HEADING-LINE-1 TO GLB-PRINT-AREA.
           WRITE GLB-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE GLB-HEADING-LINE-2 TO GLB-PRINT-AREA.
           WRITE GLB-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE GLB-HEADING-LINE-3 TO GLB-PRINT-AREA.
           WRITE GLB-PRINT-AREA AFTER ADVANCING 1 LINES.
           SORT SORTWORK
               ON ASCENDING KEY SW-RANGE-NO
                                SW-ACCOUNT-NO
               INPUT PROCEDURE IS 300-RELEASE-BUDGET-ACCOUNTS
               OUTPUT PROCEDURE IS 400-PRINT-BUDGET-LINES.
           IF FIRST-RANGE
               MOVE "NO ACTUAL OR BUDGET FOR THE YEAR TO DATE."
                   TO GLB-PRINT-AREA
               WRITE GLB-PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 450-PRINT-RANGE-TOTAL
               PERFORM 460-PRINT-COMPANY-TOTALS.
           CLOSE GLBRPT.
           DISPLAY "GLB2000 JOURNAL LINES READ " JOURNAL-LINES-READ
               "  BUDGET RECORDS READ " BUDGET-RECORDS-READ.
           DISPLAY "GLB2000 ACCOUNTS REPORTED " ACCOUNTS-REPORTED
               "  FLAGGED " ACCOUNTS-FLAGGED.
           STOP RUN.
      *
      *    WITHOUT THE CONTROL FILE EVERY OVERRUN IS FLAGGED AND
      *    THE ACCOUNTS SUBTOTAL AS ONE RANGE.
      *
       050-LOAD-BUDGET-CONTROLS.
      *
           MOVE ZERO TO BX-TOLERANCE-PCT.
           PERFORM 055-CLEAR-ACCOUNT-RANGE
               VARYING RANGE-SUB FROM 1 BY 1
               UNTIL RANGE-SUB > 10.
           OPEN INPUT GLBCTL.
           IF NOT GLBCTL-SUCCESSFUL
               DISPLAY "NO BUDGET CONTROL FILE -- EVERY OVERRUN "
                   "FLAGGED, NO RANGE SUBTOTALS."
           ELSE
               READ GLBCTL
                   AT END
                       DISPLAY "BUDGET CONTROL FILE IS EMPTY -- "
                           "EVERY OVERRUN FLAGGED."
               END-READ
               CLOSE GLBCTL
               IF BX-TOLERANCE-PCT NOT NUMERIC
                   MOVE ZERO TO BX-TOLERANCE-PCT
               END-IF
               PERFORM 057-CHECK-ACCOUNT-RANGE
                   VARYING RANGE-SUB FROM 1 BY 1
                   UNTIL RANGE-SUB > 10
           END-IF.
      *
       055-CLEAR-ACCOUNT-RANGE.
      *
           MOVE ZERO  TO BX-RANGE-LOW-ACCOUNT (RANGE-SUB)
                         BX-RANGE-HIGH-ACCOUNT (RANGE-SUB).
           MOVE SPACE TO BX-RANGE-NAME (RANGE-SUB).
      *
       057-CHECK-ACCOUNT-RANGE.
      *
           IF BX-RANGE-LOW-ACCOUNT (RANGE-SUB) NOT NUMERIC
             OR BX-RANGE-HIGH-ACCOUNT (RANGE-SUB) NOT NUMERIC
               MOVE ZERO TO BX-RANGE-LOW-ACCOUNT (RANGE-SUB)
                            BX-RANGE-HIGH-ACCOUNT (RANGE-SUB).
      *
       060-ACCEPT-REPORT-MONTH.
      *
           DISPLAY "ENTER REPORT MONTH (YYYYMM).".
           ACCEPT REPORT-MONTH.
           IF REPORT-MONTH NOT NUMERIC
             OR REPORT-MONTH-NO < 1
             OR REPORT-MONTH-NO > 12
               DISPLAY "INVALID MONTH -- ENTER YYYYMM."
           ELSE
               MOVE "Y" TO VALID-MONTH-SWITCH.
      *
       100-LOAD-ACCOUNT-TABLE.
      *
           OPEN INPUT GLCHART.
           IF NOT GLCHART-SUCCESSFUL
               DISPLAY "NO CHART OF ACCOUNTS -- HAS GLA1000 BUILT "
                   "IT?"
               STOP RUN.
           PERFORM 110-LOAD-NEXT-ACCOUNT
               UNTIL GLCHART-EOF
                  OR TABLE-OVERFLOW.
           CLOSE GLCHART.
      *
       110-LOAD-NEXT-ACCOUNT.
      *
           READ GLCHART NEXT RECORD
               AT END
                   MOVE "Y" TO GLCHART-EOF-SWITCH
               NOT AT END
                   IF REVENUE-ACCOUNT OR EXPENSE-ACCOUNT
                       IF ACCOUNT-ENTRY-COUNT < 1000
                           ADD 1 TO ACCOUNT-ENTRY-COUNT
                           PERFORM 120-TABLE-ACCOUNT
                       ELSE
                           MOVE "Y" TO TABLE-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
      *
       120-TABLE-ACCOUNT.
      *
           MOVE GA-ACCOUNT-NO   TO BE-ACCOUNT-NO (ACCOUNT-ENTRY-COUNT).
           MOVE GA-ACCOUNT-NAME
               TO BE-ACCOUNT-NAME (ACCOUNT-ENTRY-COUNT).
           MOVE GA-ACCOUNT-TYPE
               TO BE-ACCOUNT-TYPE (ACCOUNT-ENTRY-COUNT).
           MOVE ZERO TO BE-MONTH-ACTUAL (ACCOUNT-ENTRY-COUNT)
                        BE-YTD-ACTUAL (ACCOUNT-ENTRY-COUNT)
                        BE-MONTH-BUDGET (ACCOUNT-ENTRY-COUNT)
                        BE-YTD-BUDGET (ACCOUNT-ENTRY-COUNT).
      *
      *    ONLY POSTED LINES COUNT -- AN UNPOSTED LINE IS NOT YET
      *    ON THE LEDGER THE STATEMENTS PRINT FROM.
      *
       200-SUM-POSTED-ACTUALS.
      *
           OPEN INPUT GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               DISPLAY "NO JOURNAL FILE ON FILE -- ACTUALS PRINT "
                   "ZERO."
           ELSE
               PERFORM 210-SUM-NEXT-JOURNAL-LINE
                   UNTIL GLJRNL-EOF
               CLOSE GLJRNL.
      *
       210-SUM-NEXT-JOURNAL-LINE.
      *
           READ GLJRNL
               AT END
                   MOVE "Y" TO GLJRNL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO JOURNAL-LINES-READ
                   IF JOURNAL-LINE-POSTED
                     AND GJ-ENTRY-DATE (1:4) = REPORT-YEAR
                     AND GJ-ENTRY-DATE (1:6) NOT > REPORT-MONTH
                       PERFORM 220-ADD-LINE-TO-ACCOUNT
                   END-IF
           END-READ.
      *
      *    REVENUE IS A CREDIT BALANCE, SO ITS SIGN IS TURNED TO
      *    MATCH THE BUDGET.
      *
       220-ADD-LINE-TO-ACCOUNT.
      *
           SEARCH ALL ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN BE-ACCOUNT-NO (ACCOUNT-INDEX) = GJ-ACCOUNT-NO
                   IF BE-REVENUE-ACCOUNT (ACCOUNT-INDEX)
                       COMPUTE PRESENTATION-AMOUNT =
                           GJ-CREDIT-AMOUNT - GJ-DEBIT-AMOUNT
                   ELSE
                       COMPUTE PRESENTATION-AMOUNT =
                           GJ-DEBIT-AMOUNT - GJ-CREDIT-AMOUNT
                   END-IF
                   ADD PRESENTATION-AMOUNT
                       TO BE-YTD-ACTUAL (ACCOUNT-INDEX)
                   IF GJ-ENTRY-DATE (1:6) = REPORT-MONTH
                       ADD PRESENTATION-AMOUNT
                           TO BE-MONTH-ACTUAL (ACCOUNT-INDEX)
                   END-IF
           END-SEARCH.
      *
       250-SUM-BUDGETS.
      *
           OPEN INPUT GLBUDG.
           IF NOT GLBUDG-SUCCESSFUL
               DISPLAY "NO GL BUDGET ON FILE -- BUDGETS PRINT ZERO."
           ELSE
               PERFORM 260-SUM-NEXT-BUDGET
                   UNTIL GLBUDG-EOF
               CLOSE GLBUDG.
      *
       260-SUM-NEXT-BUDGET.
      *
           READ GLBUDG NEXT RECORD
               AT END
                   MOVE "Y" TO GLBUDG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO BUDGET-RECORDS-READ
                   IF GB-BUDGET-PERIOD (1:4) = REPORT-YEAR
                     AND GB-BUDGET-PERIOD NOT > REPORT-MONTH
                       PERFORM 270-ADD-BUDGET-TO-ACCOUNT
                   END-IF
           END-READ.
      *
       270-ADD-BUDGET-TO-ACCOUNT.
      *
           SEARCH ALL ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN BE-ACCOUNT-NO (ACCOUNT-INDEX) = GB-ACCOUNT-NO
                   ADD GB-BUDGET-AMOUNT
                       TO BE-YTD-BUDGET (ACCOUNT-INDEX)
                   IF GB-BUDGET-PERIOD = REPORT-MONTH
                       ADD GB-BUDGET-AMOUNT
                           TO BE-MONTH-BUDGET (ACCOUNT-INDEX)
                   END-IF
           END-SEARCH.
      *
      *    AN ACCOUNT TAKES THE FIRST RANGE THAT HOLDS IT; ONE IN
      *    NO RANGE SORTS LAST, UNDER OTHER ACCOUNTS.
      *
       300-RELEASE-BUDGET-ACCOUNTS.
      *
           PERFORM 310-RELEASE-ONE-ACCOUNT
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-ENTRY-COUNT.
      *
       310-RELEASE-ONE-ACCOUNT.
      *
           IF BE-YTD-ACTUAL (ACCOUNT-INDEX) NOT = ZERO
             OR BE-YTD-BUDGET (ACCOUNT-INDEX) NOT = ZERO
               MOVE "N" TO RANGE-FOUND-SWITCH
               MOVE 11  TO SW-RANGE-NO
               PERFORM 320-FIND-ACCOUNT-RANGE
                   VARYING RANGE-SUB FROM 1 BY 1
                   UNTIL RANGE-SUB > 10
                      OR RANGE-FOUND
               MOVE BE-ACCOUNT-NO (ACCOUNT-INDEX) TO SW-ACCOUNT-NO
               SET SW-ACCOUNT-SUB TO ACCOUNT-INDEX
               RELEASE SORT-WORK-AREA.
      *
       320-FIND-ACCOUNT-RANGE.
      *
           IF BX-RANGE-LOW-ACCOUNT (RANGE-SUB) NOT = ZERO
             AND BE-ACCOUNT-NO (ACCOUNT-INDEX) NOT <
                 BX-RANGE-LOW-ACCOUNT (RANGE-SUB)
             AND BE-ACCOUNT-NO (ACCOUNT-INDEX) NOT >
                 BX-RANGE-HIGH-ACCOUNT (RANGE-SUB)
               MOVE RANGE-SUB TO SW-RANGE-NO
               MOVE "Y" TO RANGE-FOUND-SWITCH.
      *
       400-PRINT-BUDGET-LINES.
      *
           PERFORM 410-RETURN-NEXT-ACCOUNT.
           PERFORM 420-PRINT-ONE-ACCOUNT
               UNTIL SORT-EOF.
      *
       410-RETURN-NEXT-ACCOUNT.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       420-PRINT-ONE-ACCOUNT.
      *
           IF FIRST-RANGE
               MOVE SW-RANGE-NO TO OLD-RANGE-NO
               MOVE "N" TO FIRST-RANGE-SWITCH
               PERFORM 440-PRINT-RANGE-HEADING
           ELSE
               IF SW-RANGE-NO NOT = OLD-RANGE-NO
                   PERFORM 450-PRINT-RANGE-TOTAL
                   MOVE SW-RANGE-NO TO OLD-RANGE-NO
                   PERFORM 440-PRINT-RANGE-HEADING.
           MOVE SW-ACCOUNT-SUB TO ACCOUNT-SUB.
           MOVE BE-MONTH-ACTUAL (ACCOUNT-SUB) TO PRINT-MONTH-ACTUAL.
           MOVE BE-YTD-ACTUAL (ACCOUNT-SUB)   TO PRINT-YTD-ACTUAL.
           MOVE BE-MONTH-BUDGET (ACCOUNT-SUB) TO PRINT-MONTH-BUDGET.
           MOVE BE-YTD-BUDGET (ACCOUNT-SUB)   TO PRINT-YTD-BUDGET.
           MOVE BE-ACCOUNT-NO (ACCOUNT-SUB)   TO GDL-ACCOUNT-NO.
           MOVE BE-ACCOUNT-NAME (ACCOUNT-SUB) TO GDL-NAME.
           PERFORM 500-FORMAT-BUDGET-LINE.
           PERFORM 430-FLAG-BUDGET-OVERRUN.
           MOVE GLB-DETAIL-LINE TO GLB-PRINT-AREA.
           WRITE GLB-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO ACCOUNTS-REPORTED.
           ADD PRINT-MONTH-ACTUAL TO RANGE-MONTH-ACTUAL.
           ADD PRINT-YTD-ACTUAL   TO RANGE-YTD-ACTUAL.
           ADD PRINT-MONTH-BUDGET TO RANGE-MONTH-BUDGET.
           ADD PRINT-YTD-BUDGET   TO RANGE-YTD-BUDGET.
           IF BE-REVENUE-ACCOUNT (ACCOUNT-SUB)
               ADD PRINT-MONTH-ACTUAL TO REVENUE-MONTH-ACTUAL
               ADD PRINT-YTD-ACTUAL   TO REVENUE-YTD-ACTUAL
               ADD PRINT-MONTH-BUDGET TO REVENUE-MONTH-BUDGET
               ADD PRINT-YTD-BUDGET   TO REVENUE-YTD-BUDGET
           ELSE
               ADD PRINT-MONTH-ACTUAL TO EXPENSE-MONTH-ACTUAL
               ADD PRINT-YTD-ACTUAL   TO EXPENSE-YTD-ACTUAL
               ADD PRINT-MONTH-BUDGET TO EXPENSE-MONTH-BUDGET
               ADD PRINT-YTD-BUDGET   TO EXPENSE-YTD-BUDGET.
           PERFORM 410-RETURN-NEXT-ACCOUNT.
      *
      *    THE TOLERANCE IS A PERCENT OF THE BUDGET. AN EXPENSE
      *    SPENT WITH NO BUDGET AT ALL IS ALWAYS OVER; A REVENUE
      *    WITH NO BUDGET CANNOT FALL SHORT OF IT.
      *
       430-FLAG-BUDGET-OVERRUN.
      *
           MOVE "N" TO FLAG-SWITCH.
           COMPUTE TOLERANCE-AMOUNT ROUNDED =
               PRINT-MONTH-BUDGET * BX-TOLERANCE-PCT / 100.
           IF BE-REVENUE-ACCOUNT (ACCOUNT-SUB)
               IF PRINT-MONTH-ACTUAL <
                   PRINT-MONTH-BUDGET - TOLERANCE-AMOUNT
                   MOVE "SHORT" TO GDL-MONTH-FLAG
                   MOVE "Y" TO FLAG-SWITCH
               END-IF
           ELSE
               IF PRINT-MONTH-ACTUAL >
                   PRINT-MONTH-BUDGET + TOLERANCE-AMOUNT
                   MOVE "OVER" TO GDL-MONTH-FLAG
                   MOVE "Y" TO FLAG-SWITCH
               END-IF
           END-IF.
           COMPUTE TOLERANCE-AMOUNT ROUNDED =
               PRINT-YTD-BUDGET * BX-TOLERANCE-PCT / 100.
           IF BE-REVENUE-ACCOUNT (ACCOUNT-SUB)
               IF PRINT-YTD-ACTUAL <
                   PRINT-YTD-BUDGET - TOLERANCE-AMOUNT
                   MOVE "SHORT" TO GDL-YTD-FLAG
                   MOVE "Y" TO FLAG-SWITCH
               END-IF
           ELSE
               IF PRINT-YTD-ACTUAL >
                   PRINT-YTD-BUDGET + TOLERANCE-AMOUNT
                   MOVE "OVER" TO GDL-YTD-FLAG
                   MOVE "Y" TO FLAG-SWITCH
               END-IF
           END-IF.
           IF ACCOUNT-FLAGGED
               ADD 1 TO ACCOUNTS-FLAGGED.
      *
       440-PRINT-RANGE-HEADING.
      *
           IF SW-RANGE-NO > 10
               MOVE "OTHER ACCOUNTS" TO GRL-RANGE-NAME
           ELSE
               MOVE BX-RANGE-NAME (SW-RANGE-NO) TO GRL-RANGE-NAME.
           MOVE GLB-RANGE-LINE TO GLB-PRINT-AREA.
           WRITE GLB-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       450-PRINT-RANGE-TOTAL.
      *
           MOVE RANGE-TOTALS TO PRINT-TOTALS.
           MOVE SPACE TO GDL-ACCOUNT-NO.
           MOVE SPACE TO GDL-NAME.
           IF OLD-RANGE-NO > 10
               MOVE "OTHER ACCOUNTS TOTAL" TO GDL-NAME
           ELSE
               STRING BX-RANGE-NAME (OLD-RANGE-NO) DELIMITED BY "  "
                   " TOTAL" DELIMITED BY SIZE
                   INTO GDL-NAME.
           PERFORM 500-FORMAT-BUDGET-LINE.
           MOVE GLB-DETAIL-LINE TO GLB-PRINT-AREA.
           WRITE GLB-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ZERO TO RANGE-MONTH-ACTUAL
                        RANGE-YTD-ACTUAL
                        RANGE-MONTH-BUDGET
                        RANGE-YTD-BUDGET.
      *
      *    REVENUE AND EXPENSE TOTAL APART; NET INCOME IS THE ONE
      *    LESS THE OTHER, ACTUAL AND BUDGET ALIKE.
      *
       460-PRINT-COMPANY-TOTALS.
      *
           MOVE SPACE TO GDL-ACCOUNT-NO.
           MOVE REVENUE-TOTALS TO PRINT-TOTALS.
           MOVE "TOTAL REVENUE" TO GDL-NAME.
           PERFORM 500-FORMAT-BUDGET-LINE.
           MOVE GLB-DETAIL-LINE TO GLB-PRINT-AREA.
           WRITE GLB-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE EXPENSE-TOTALS TO PRINT-TOTALS.
           MOVE "TOTAL EXPENSE" TO GDL-NAME.
           PERFORM 500-FORMAT-BUDGET-LINE.
           MOVE GLB-DETAIL-LINE TO GLB-PRINT-AREA.
           WRITE GLB-PRINT-AREA AFTER ADVANCING 1 LINES.
           COMPUTE PRINT-MONTH-ACTUAL =
               REVENUE-MONTH-ACTUAL - EXPENSE-MONTH-ACTUAL.
           COMPUTE PRINT-YTD-ACTUAL =
               REVENUE-YTD-ACTUAL - EXPENSE-YTD-ACTUAL.
           COMPUTE PRINT-MONTH-BUDGET =
               REVENUE-MONTH-BUDGET - EXPENSE-MONTH-BUDGET.
           COMPUTE PRINT-YTD-BUDGET =
               REVENUE-YTD-BUDGET - EXPENSE-YTD-BUDGET.
           MOVE "NET INCOME" TO GDL-NAME.
           PERFORM 500-FORMAT-BUDGET-LINE.
           MOVE GLB-DETAIL-LINE TO GLB-PRINT-AREA.
           WRITE GLB-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       500-FORMAT-BUDGET-LINE.
      *
      *    VARIANCE IS ACTUAL LESS BUDGET, AND ITS PERCENT IS OF THE
      *    BUDGET. WITH NO BUDGET SET THE PERCENT PRINTS ZERO.
      *
           MOVE SPACE TO GDL-MONTH-FLAG
                         GDL-YTD-FLAG.
           MOVE PRINT-MONTH-ACTUAL TO GDL-MONTH-ACTUAL.
           MOVE PRINT-MONTH-BUDGET TO GDL-MONTH-BUDGET.
           COMPUTE VARIANCE-AMOUNT =
               PRINT-MONTH-ACTUAL - PRINT-MONTH-BUDGET.
           MOVE VARIANCE-AMOUNT TO GDL-MONTH-VARIANCE.
           IF PRINT-MONTH-BUDGET = ZERO
               MOVE ZERO TO VARIANCE-PERCENT
           ELSE
               COMPUTE VARIANCE-PERCENT ROUNDED =
                   (VARIANCE-AMOUNT * 100) / PRINT-MONTH-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO VARIANCE-PERCENT.
           MOVE VARIANCE-PERCENT TO GDL-MONTH-PERCENT.
           MOVE PRINT-YTD-ACTUAL TO GDL-YTD-ACTUAL.
           MOVE PRINT-YTD-BUDGET TO GDL-YTD-BUDGET.
           COMPUTE VARIANCE-AMOUNT =
               PRINT-YTD-ACTUAL - PRINT-YTD-BUDGET.
           MOVE VARIANCE-AMOUNT TO GDL-YTD-VARIANCE.
           IF PRINT-YTD-BUDGET = ZERO
               MOVE ZERO TO VARIANCE-PERCENT
           ELSE
               COMPUTE VARIANCE-PERCENT ROUNDED =
                   (VARIANCE-AMOUNT * 100) / PRINT-YTD-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO VARIANCE-PERCENT.
           MOVE VARIANCE-PERCENT TO GDL-YTD-PERCENT.
