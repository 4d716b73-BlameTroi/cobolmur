       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. GLF1000.
      *
      *    FINANCIAL STATEMENTS FOR A CLOSED PERIOD, PRINTED FROM
      *    THE MONTH-END BALANCES GLH1000 KEEPS ON GLHIST. THE
      *    INCOME STATEMENT SHOWS THE MONTH, THE YEAR TO DATE, AND
      *    THE SAME TWO PERIODS LAST YEAR; THE BALANCE SHEET SETS
      *    THIS MONTH END BESIDE LAST YEAR END. THE FISCAL YEAR IS
      *    THE CALENDAR YEAR. ACCOUNTS PRINT BY THEIR TYPE AND
      *    STATEMENT LINE FROM THE CHART, WITH THE LINE CAPTIONS
      *    FROM STMTLINE. THE LEDGER HAS NO YEAR-END CLOSE, SO
      *    REVENUE AND EXPENSE BALANCES RUN FROM THE START OF THE
      *    BOOKS: EACH PERIOD'S FIGURE IS THE DIFFERENCE OF TWO
      *    MONTH ENDS, AND THE EARNINGS NOT YET CLOSED INTO AN
      *    EQUITY ACCOUNT SHOW ON THEIR OWN LINE IN THE EQUITY
      *    SECTION. BOTH REPORTS PROVE THAT ASSETS EQUAL
      *    LIABILITIES PLUS EQUITY AT BOTH DATES; AN ACCOUNT WITH
      *    NO TYPE IS LEFT OFF AND WILL USUALLY BREAK THE PROOF.
      *    A COMPARISON PERIOD WITH NO HISTORY IS TAKEN AS ZERO
      *    AND NOTED AT THE TOP OF THE REPORT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT FISCAL   ASSIGN TO "c:\cobol\data\fiscal.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS FP-PERIOD
                           FILE STATUS IS FISCAL-FILE-STATUS.
           SELECT GLCHART  ASSIGN TO "c:\cobol\data\glchart.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS GA-ACCOUNT-NO
                           FILE STATUS IS GLCHART-FILE-STATUS.
           SELECT GLHIST   ASSIGN TO "c:\cobol\data\glhist.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS GH-HISTORY-KEY
                           FILE STATUS IS GLHIST-FILE-STATUS.
           SELECT STMTLINE ASSIGN TO "c:\cobol\data\stmtline.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STMTLINE-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk19.dat".
           SELECT INCRPT   ASSIGN TO "c:\cobol\data\glf1inc.prn".
           SELECT BALRPT   ASSIGN TO "c:\cobol\data\glf1bal.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  FISCAL.
      *
       COPY "Fiscal.cpy".
      *
       FD  GLCHART.
      *
       COPY "Glchart.cpy".
      *
       FD  GLHIST.
      *
       COPY "Glhist.cpy".
      *
       FD  STMTLINE.
      *
       COPY "Stmtline.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-TYPE-ORDER           PIC 9.
           05  SW-STATEMENT-LINE       PIC 9(3).
           05  SW-ACCOUNT-NO           PIC 9(4).
           05  SW-ACCOUNT-NAME         PIC X(30).
           05  SW-AMOUNT               PIC S9(11)V99
                                       OCCURS 4 TIMES.
      *
       FD  INCRPT.
       01  INC-PRINT-AREA          PIC X(120).
      *
       FD  BALRPT.
       01  BAL-PRINT-AREA          PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-PERIOD-SWITCH         PIC X   VALUE "N".
               88  VALID-PERIOD                    VALUE "Y".
           05  GLCHART-EOF-SWITCH          PIC X   VALUE "N".
               88  GLCHART-EOF                     VALUE "Y".
           05  STMTLINE-EOF-SWITCH         PIC X   VALUE "N".
               88  STMTLINE-EOF                    VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  STATEMENTS-BALANCE-SWITCH   PIC X   VALUE "Y".
               88  STATEMENTS-BALANCE              VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  FISCAL-FILE-STATUS      PIC XX.
               88  FISCAL-SUCCESSFUL           VALUE "00".
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  GLHIST-FILE-STATUS      PIC XX.
               88  GLHIST-SUCCESSFUL           VALUE "00".
           05  STMTLINE-FILE-STATUS    PIC XX.
               88  STMTLINE-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  STATEMENT-PERIOD        PIC 9(6).
           05  STATEMENT-PERIOD-PARTS  REDEFINES STATEMENT-PERIOD.
               10  SP-YEAR             PIC 9(4).
               10  SP-MONTH            PIC 9(2).
      *
      *    THE SIX MONTH ENDS THE STATEMENTS DRAW ON: 1 THIS MONTH,
      *    2 LAST MONTH, 3 THIS MONTH LAST YEAR, 4 THE MONTH BEFORE
      *    THAT, 5 LAST YEAR END, 6 THE YEAR END BEFORE.
      *
       01  COMPARISON-PERIOD-TABLE.
           05  COMPARISON-PERIOD           OCCURS 6 TIMES.
               10  CP-PERIOD               PIC 9(6).
               10  CP-HISTORY-SWITCH       PIC X.
                   88  CP-HISTORY-FOUND            VALUE "Y".
               10  CP-BALANCE              PIC S9(11)V99.
      *
       01  SECTION-NAME-VALUES.
           05  FILLER                  PIC X(11)   VALUE "ASSETS".
           05  FILLER                  PIC X(11)   VALUE "LIABILITIES".
           05  FILLER                  PIC X(11)   VALUE "EQUITY".
           05  FILLER                  PIC X(11)   VALUE "REVENUE".
           05  FILLER                  PIC X(11)   VALUE "EXPENSES".
       01  SECTION-NAME-TABLE REDEFINES SECTION-NAME-VALUES.
           05  SECTION-NAME                PIC X(11)
                                           OCCURS 5 TIMES.
      *
      *    THE TOTAL OF EACH SECTION IN EACH AMOUNT COLUMN. THE
      *    BALANCE SHEET USES THE FIRST TWO COLUMNS, THE INCOME
      *    STATEMENT ALL FOUR.
      *
       01  SECTION-TOTAL-TABLE.
           05  SECTION-TOTAL               OCCURS 5 TIMES.
               10  SCT-AMOUNT              PIC S9(11)V99
                                           OCCURS 4 TIMES.
      *
       01  STATEMENT-WORK-FIELDS.
           05  PERIOD-SUB              PIC S9(3)   COMP.
           05  SECTION-SUB             PIC S9(3)   COMP.
           05  COLUMN-SUB              PIC S9(3)   COMP.
           05  PRESENTATION-SIGN       PIC S9      VALUE +1.
           05  CURRENT-LINE-CODE       PIC 9(3).
           05  ACCOUNTS-REPORTED       PIC 9(5)    VALUE ZERO.
           05  UNTYPED-ACCOUNT-COUNT   PIC 9(5)    VALUE ZERO.
           05  LINE-AMOUNT             PIC S9(11)V99
                                       OCCURS 4 TIMES.
           05  SECTION-AMOUNT          PIC S9(11)V99
                                       OCCURS 4 TIMES.
           05  UNCLOSED-EARNINGS       PIC S9(11)V99
                                       OCCURS 2 TIMES.
           05  PROOF-DIFFERENCE        PIC S9(11)V99
                                       OCCURS 2 TIMES.
      *
       01  PRINT-CAPTION-LINE.
           05  PRINT-INDENT            PIC X(2).
           05  PRINT-CAPTION           PIC X(34).
      *
       01  CAPTION-TABLE.
           05  CAPTION-ENTRY-COUNT     PIC S9(3)   COMP  VALUE ZERO.
           05  CAPTION-ENTRY               OCCURS 1 TO 500 TIMES
                                           DEPENDING ON
                                               CAPTION-ENTRY-COUNT
                                           INDEXED BY CAPTION-INDEX.
               10  CN-LINE-CODE            PIC 9(3).
               10  CN-LINE-CAPTION         PIC X(30).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  BAL-HEADING-LINE-1.
           05  FILLER                  PIC X(42) VALUE
               "GLF1000  BALANCE SHEET AT END OF PERIOD ".
           05  BHL-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(10) VALUE "   RUN ON ".
           05  BHL-RUN-DATE            PIC 9(8).
      *
       01  BAL-HEADING-LINE-2.
           05  FILLER                  PIC X(36) VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE
               "    MONTH END ".
           05  BHL-MONTH-END           PIC 9(6).
           05  FILLER                  PIC X(14) VALUE
               "     YEAR END ".
           05  BHL-YEAR-END            PIC 9(6).
      *
       01  BALANCE-SHEET-LINE.
           05  BSH-CAPTION             PIC X(36).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BSH-AMOUNT-1            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BSH-AMOUNT-2            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  INC-HEADING-LINE-1.
           05  FILLER                  PIC X(42) VALUE
               "GLF1000  INCOME STATEMENT FOR PERIOD ".
           05  IHL-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(10) VALUE "   RUN ON ".
           05  IHL-RUN-DATE            PIC 9(8).
      *
       01  INC-HEADING-LINE-2.
           05  FILLER                  PIC X(36) VALUE SPACE.
           05  FILLER                  PIC X(20) VALUE
               "       CURRENT MONTH".
           05  FILLER                  PIC X(20) VALUE
               "        YEAR TO DATE".
           05  FILLER                  PIC X(20) VALUE
               "     LAST YEAR MONTH".
           05  FILLER                  PIC X(20) VALUE
               "  LAST YEAR TO DATE".
      *
       01  INC-HEADING-LINE-3.
           05  FILLER                  PIC X(50) VALUE SPACE.
           05  IHL-MONTH-1             PIC 9(6).
           05  FILLER                  PIC X(14) VALUE SPACE.
           05  IHL-MONTH-2             PIC 9(6).
           05  FILLER                  PIC X(14) VALUE SPACE.
           05  IHL-MONTH-3             PIC 9(6).
           05  FILLER                  PIC X(13) VALUE SPACE.
           05  IHL-MONTH-4             PIC 9(6).
      *
       01  INCOME-STATEMENT-LINE.
           05  ISL-CAPTION             PIC X(36).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ISL-AMOUNT-1            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ISL-AMOUNT-2            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ISL-AMOUNT-3            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ISL-AMOUNT-4            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  HISTORY-NOTE-LINE.
           05  FILLER                  PIC X(30) VALUE
               "NO BALANCE HISTORY FOR PERIOD ".
           05  HNL-PERIOD              PIC 9(6).
           05  FILLER                  PIC X(18) VALUE
               " -- TAKEN AS ZERO.".
      *
       01  UNTYPED-NOTE-LINE.
           05  FILLER                  PIC X(4)  VALUE "*** ".
           05  UNL-UNTYPED-COUNT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(51) VALUE
               " ACCOUNTS HAVE NO TYPE AND ARE LEFT OFF -- SET THEM".
           05  FILLER                  PIC X(12) VALUE
               " ON GLA1000.".
      *
       PROCEDURE DIVISION.
      *
       000-PRINT-FINANCIAL-STATEMENTS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "GLF1000 FINANCIAL STATEMENTS".
           DISPLAY "-----------------------------------------------".
           PERFORM 100-ACCEPT-STATEMENT-PERIOD
               UNTIL VALID-PERIOD.
           PERFORM 120-SET-COMPARISON-PERIODS.
           OPEN INPUT GLHIST.
           IF NOT GLHIST-SUCCESSFUL
               DISPLAY "NO BALANCE HISTORY ON FILE -- RUN GLH1000 "
                   "FOR THE PERIOD FIRST."
               STOP RUN.
           PERFORM 130-CHECK-HISTORY-PERIOD
               VARYING PERIOD-SUB FROM 1 BY 1
               UNTIL PERIOD-SUB > 6.
           IF NOT CP-HISTORY-FOUND (1)
               DISPLAY "NO BALANCE HISTORY FOR PERIOD "
                   STATEMENT-PERIOD " -- RUN GLH1000 FOR IT FIRST."
               CLOSE GLHIST
               STOP RUN.
           OPEN INPUT GLCHART.
           IF NOT GLCHART-SUCCESSFUL
               DISPLAY "NO CHART OF ACCOUNTS -- HAS GLA1000 BUILT "
                   "IT?"
               CLOSE GLHIST
               STOP RUN.
           PERFORM 150-LOAD-LINE-CAPTIONS.
           OPEN OUTPUT INCRPT
                       BALRPT.
           PERFORM 200-PRINT-REPORT-HEADINGS.
           MOVE ZERO TO UNCLOSED-EARNINGS (1)
                        UNCLOSED-EARNINGS (2).
           SORT SORTWORK
               ON ASCENDING KEY SW-TYPE-ORDER
                                SW-STATEMENT-LINE
                                SW-ACCOUNT-NO
               INPUT PROCEDURE IS 300-RELEASE-TYPED-ACCOUNTS
               OUTPUT PROCEDURE IS 400-PRINT-STATEMENT-SECTIONS.
           CLOSE GLCHART
                 GLHIST
                 INCRPT
                 BALRPT.
           DISPLAY "GLF1000 ACCOUNTS REPORTED " ACCOUNTS-REPORTED.
           IF UNTYPED-ACCOUNT-COUNT > ZERO
               DISPLAY "GLF1000 ACCOUNTS WITH NO TYPE "
                   UNTYPED-ACCOUNT-COUNT " -- SET THEM ON GLA1000.".
           IF NOT STATEMENTS-BALANCE
               DISPLAY "GLF1000 ASSETS DO NOT EQUAL LIABILITIES PLUS "
                   "EQUITY -- SEE THE BALANCE SHEET.".
           STOP RUN.
      *
      *    THE STATEMENTS PRINT ONLY FROM A CLOSED PERIOD, SO THE
      *    FIGURES CANNOT CHANGE AFTER THEY ARE HANDED OUT.
      *
       100-ACCEPT-STATEMENT-PERIOD.
      *
           DISPLAY "ENTER THE CLOSED PERIOD TO REPORT (YYYYMM).".
           ACCEPT STATEMENT-PERIOD.
           IF STATEMENT-PERIOD NOT NUMERIC
             OR SP-MONTH < 1
             OR SP-MONTH > 12
               DISPLAY "INVALID PERIOD -- ENTER YYYYMM."
           ELSE
               PERFORM 110-CHECK-PERIOD-CLOSED.
      *
       110-CHECK-PERIOD-CLOSED.
      *
           OPEN INPUT FISCAL.
           IF NOT FISCAL-SUCCESSFUL
               DISPLAY "NO FISCAL CALENDAR ON FILE -- CLOSE THE "
                   "PERIOD ON FPM1000 FIRST."
               STOP RUN.
           MOVE STATEMENT-PERIOD TO FP-PERIOD.
           READ FISCAL
               INVALID KEY
                   DISPLAY "PERIOD " STATEMENT-PERIOD
                       " IS NOT CLOSED -- CLOSE IT ON FPM1000 FIRST."
               NOT INVALID KEY
                   IF FISCAL-PERIOD-CLOSED
                       MOVE "Y" TO VALID-PERIOD-SWITCH
                   ELSE
                       DISPLAY "PERIOD " STATEMENT-PERIOD
                           " IS NOT CLOSED -- CLOSE IT ON FPM1000 "
                           "FIRST."
                   END-IF
           END-READ.
           CLOSE FISCAL.
      *
       120-SET-COMPARISON-PERIODS.
      *
           MOVE STATEMENT-PERIOD TO CP-PERIOD (1).
           COMPUTE CP-PERIOD (3) = STATEMENT-PERIOD - 100.
           IF SP-MONTH = 1
               COMPUTE CP-PERIOD (2) = (SP-YEAR - 1) * 100 + 12
               COMPUTE CP-PERIOD (4) = (SP-YEAR - 2) * 100 + 12
           ELSE
               COMPUTE CP-PERIOD (2) = STATEMENT-PERIOD - 1
               COMPUTE CP-PERIOD (4) = STATEMENT-PERIOD - 101.
           COMPUTE CP-PERIOD (5) = (SP-YEAR - 1) * 100 + 12.
           COMPUTE CP-PERIOD (6) = (SP-YEAR - 2) * 100 + 12.
      *
      *    A PERIOD HAS HISTORY IF ANY ACCOUNT'S BALANCE WAS
      *    CAPTURED FOR IT; THE KEY LEADS WITH THE PERIOD, SO THE
      *    FIRST RECORD AT OR AFTER THE PERIOD TELLS.
      *
       130-CHECK-HISTORY-PERIOD.
      *
           MOVE "N" TO CP-HISTORY-SWITCH (PERIOD-SUB).
           MOVE CP-PERIOD (PERIOD-SUB) TO GH-PERIOD.
           MOVE ZERO TO GH-ACCOUNT-NO.
           START GLHIST KEY NOT < GH-HISTORY-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ GLHIST NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GH-PERIOD = CP-PERIOD (PERIOD-SUB)
                               MOVE "Y"
                                 TO CP-HISTORY-SWITCH (PERIOD-SUB)
                           END-IF
                   END-READ
           END-START.
      *
      *    THE CAPTIONS ARE OPTIONAL; A LINE CODE WITHOUT ONE STILL
      *    PRINTS, UNDER ITS NUMBER.
      *
       150-LOAD-LINE-CAPTIONS.
      *
           OPEN INPUT STMTLINE.
           IF NOT STMTLINE-SUCCESSFUL
               DISPLAY "NO STATEMENT LINE CAPTIONS ON FILE -- LINES "
                   "PRINT BY NUMBER."
           ELSE
               PERFORM 160-LOAD-NEXT-CAPTION
                   UNTIL STMTLINE-EOF
               CLOSE STMTLINE.
      *
       160-LOAD-NEXT-CAPTION.
      *
           READ STMTLINE
               AT END
                   MOVE "Y" TO STMTLINE-EOF-SWITCH
               NOT AT END
                   IF CAPTION-ENTRY-COUNT < 500
                       ADD 1 TO CAPTION-ENTRY-COUNT
                       MOVE LN-LINE-CODE
                         TO CN-LINE-CODE (CAPTION-ENTRY-COUNT)
                       MOVE LN-LINE-CAPTION
                         TO CN-LINE-CAPTION (CAPTION-ENTRY-COUNT)
                   ELSE
                       DISPLAY "CAPTION TABLE FULL -- LINE "
                           LN-LINE-CODE " PRINTS BY NUMBER."
                   END-IF
           END-READ.
      *
       200-PRINT-REPORT-HEADINGS.
      *
           MOVE STATEMENT-PERIOD TO BHL-PERIOD
                                    BHL-MONTH-END
                                    IHL-PERIOD
                                    IHL-MONTH-1
                                    IHL-MONTH-2.
           MOVE RUN-DATE         TO BHL-RUN-DATE
                                    IHL-RUN-DATE.
           MOVE CP-PERIOD (5)    TO BHL-YEAR-END.
           MOVE CP-PERIOD (3)    TO IHL-MONTH-3
                                    IHL-MONTH-4.
           MOVE BAL-HEADING-LINE-1 TO BAL-PRINT-AREA.
           WRITE BAL-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE INC-HEADING-LINE-1 TO INC-PRINT-AREA.
           WRITE INC-PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 210-PRINT-HISTORY-NOTE
               VARYING PERIOD-SUB FROM 2 BY 1
               UNTIL PERIOD-SUB > 6.
           MOVE BAL-HEADING-LINE-2 TO BAL-PRINT-AREA.
           WRITE BAL-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE INC-HEADING-LINE-2 TO INC-PRINT-AREA.
           WRITE INC-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE INC-HEADING-LINE-3 TO INC-PRINT-AREA.
           WRITE INC-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    THE BALANCE SHEET DRAWS ONLY ON LAST YEAR END; THE
      *    INCOME STATEMENT ON EVERY COMPARISON PERIOD.
      *
       210-PRINT-HISTORY-NOTE.
      *
           IF NOT CP-HISTORY-FOUND (PERIOD-SUB)
               MOVE CP-PERIOD (PERIOD-SUB) TO HNL-PERIOD
               MOVE HISTORY-NOTE-LINE TO INC-PRINT-AREA
               WRITE INC-PRINT-AREA AFTER ADVANCING 1 LINES
               IF PERIOD-SUB = 5
                   MOVE HISTORY-NOTE-LINE TO BAL-PRINT-AREA
                   WRITE BAL-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       300-RELEASE-TYPED-ACCOUNTS.
      *
           PERFORM 310-RELEASE-NEXT-ACCOUNT
               UNTIL GLCHART-EOF.
      *
       310-RELEASE-NEXT-ACCOUNT.
      *
           READ GLCHART NEXT RECORD
               AT END
                   MOVE "Y" TO GLCHART-EOF-SWITCH
               NOT AT END
                   IF VALID-ACCOUNT-TYPE
                       PERFORM 320-RELEASE-ONE-ACCOUNT
                   ELSE
                       ADD 1 TO UNTYPED-ACCOUNT-COUNT
                       DISPLAY "ACCOUNT " GA-ACCOUNT-NO
                           " HAS NO TYPE -- LEFT OFF THE STATEMENTS."
                   END-IF
           END-READ.
      *
      *    CREDIT-BALANCE SECTIONS -- LIABILITIES, EQUITY, AND
      *    REVENUE -- PRINT WITH THE SIGN TURNED, SO A NORMAL
      *    BALANCE PRINTS POSITIVE ON EVERY LINE.
      *
       320-RELEASE-ONE-ACCOUNT.
      *
           PERFORM 330-READ-ACCOUNT-HISTORY
               VARYING PERIOD-SUB FROM 1 BY 1
               UNTIL PERIOD-SUB > 6.
           EVALUATE TRUE
               WHEN ASSET-ACCOUNT
                   MOVE 1  TO SW-TYPE-ORDER
                   MOVE +1 TO PRESENTATION-SIGN
               WHEN LIABILITY-ACCOUNT
                   MOVE 2  TO SW-TYPE-ORDER
                   MOVE -1 TO PRESENTATION-SIGN
               WHEN EQUITY-ACCOUNT
                   MOVE 3  TO SW-TYPE-ORDER
                   MOVE -1 TO PRESENTATION-SIGN
               WHEN REVENUE-ACCOUNT
                   MOVE 4  TO SW-TYPE-ORDER
                   MOVE -1 TO PRESENTATION-SIGN
               WHEN EXPENSE-ACCOUNT
                   MOVE 5  TO SW-TYPE-ORDER
                   MOVE +1 TO PRESENTATION-SIGN
           END-EVALUATE.
           IF SW-TYPE-ORDER < 4
               COMPUTE SW-AMOUNT (1) =
                   PRESENTATION-SIGN * CP-BALANCE (1)
               COMPUTE SW-AMOUNT (2) =
                   PRESENTATION-SIGN * CP-BALANCE (5)
               MOVE ZERO TO SW-AMOUNT (3)
                            SW-AMOUNT (4)
           ELSE
               COMPUTE SW-AMOUNT (1) = PRESENTATION-SIGN
                   * (CP-BALANCE (1) - CP-BALANCE (2))
               COMPUTE SW-AMOUNT (2) = PRESENTATION-SIGN
                   * (CP-BALANCE (1) - CP-BALANCE (5))
               COMPUTE SW-AMOUNT (3) = PRESENTATION-SIGN
                   * (CP-BALANCE (3) - CP-BALANCE (4))
               COMPUTE SW-AMOUNT (4) = PRESENTATION-SIGN
                   * (CP-BALANCE (3) - CP-BALANCE (6))
               SUBTRACT CP-BALANCE (1) FROM UNCLOSED-EARNINGS (1)
               SUBTRACT CP-BALANCE (5) FROM UNCLOSED-EARNINGS (2).
           MOVE GA-STATEMENT-LINE TO SW-STATEMENT-LINE.
           MOVE GA-ACCOUNT-NO     TO SW-ACCOUNT-NO.
           MOVE GA-ACCOUNT-NAME   TO SW-ACCOUNT-NAME.
           RELEASE SORT-WORK-AREA.
           ADD 1 TO ACCOUNTS-REPORTED.
      *
      *    AN ACCOUNT OPENED AFTER A MONTH END HAS NO BALANCE THERE.
      *
       330-READ-ACCOUNT-HISTORY.
      *
           MOVE CP-PERIOD (PERIOD-SUB) TO GH-PERIOD.
           MOVE GA-ACCOUNT-NO          TO GH-ACCOUNT-NO.
           READ GLHIST
               INVALID KEY
                   MOVE ZERO TO CP-BALANCE (PERIOD-SUB)
               NOT INVALID KEY
                   MOVE GH-CLOSING-BALANCE TO CP-BALANCE (PERIOD-SUB)
           END-READ.
      *
      *    THE SECTIONS PRINT IN TYPE ORDER WHETHER OR NOT THEY
      *    HOLD ANY ACCOUNTS: ASSETS, LIABILITIES, AND EQUITY ON
      *    THE BALANCE SHEET, REVENUE AND EXPENSES ON THE INCOME
      *    STATEMENT.
      *
       400-PRINT-STATEMENT-SECTIONS.
      *
           PERFORM 410-RETURN-NEXT-ACCOUNT.
           PERFORM 420-PRINT-ONE-SECTION
               VARYING SECTION-SUB FROM 1 BY 1
               UNTIL SECTION-SUB > 5.
      *
       410-RETURN-NEXT-ACCOUNT.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       420-PRINT-ONE-SECTION.
      *
           MOVE SPACE TO PRINT-CAPTION-LINE.
           MOVE SECTION-NAME (SECTION-SUB) TO PRINT-CAPTION-LINE.
           PERFORM 500-PRINT-CAPTION-ONLY.
           MOVE ZERO TO SECTION-AMOUNT (1)
                        SECTION-AMOUNT (2)
                        SECTION-AMOUNT (3)
                        SECTION-AMOUNT (4).
           PERFORM 430-PRINT-STATEMENT-LINE
               UNTIL SORT-EOF
                  OR SW-TYPE-ORDER NOT = SECTION-SUB.
           PERFORM 450-PRINT-SECTION-TOTAL.
      *
      *    LINE 000 GIVES EVERY ACCOUNT ITS OWN LINE UNDER ITS OWN
      *    NAME; ANY OTHER LINE CODE SUMS ALL ITS ACCOUNTS UNDER
      *    ONE CAPTION.
      *
       430-PRINT-STATEMENT-LINE.
      *
           MOVE SPACE TO PRINT-CAPTION-LINE.
           MOVE SW-STATEMENT-LINE TO CURRENT-LINE-CODE.
           IF CURRENT-LINE-CODE = ZERO
               MOVE SW-ACCOUNT-NAME TO PRINT-CAPTION
           ELSE
               PERFORM 440-FIND-LINE-CAPTION.
           MOVE ZERO TO LINE-AMOUNT (1)
                        LINE-AMOUNT (2)
                        LINE-AMOUNT (3)
                        LINE-AMOUNT (4).
           PERFORM 435-ADD-ACCOUNT-TO-LINE.
           IF CURRENT-LINE-CODE NOT = ZERO
               PERFORM 435-ADD-ACCOUNT-TO-LINE
                   UNTIL SORT-EOF
                      OR SW-TYPE-ORDER NOT = SECTION-SUB
                      OR SW-STATEMENT-LINE NOT = CURRENT-LINE-CODE.
           PERFORM 510-PRINT-AMOUNT-LINE.
           PERFORM 437-ADD-LINE-TO-SECTION
               VARYING COLUMN-SUB FROM 1 BY 1
               UNTIL COLUMN-SUB > 4.
      *
       435-ADD-ACCOUNT-TO-LINE.
      *
           ADD SW-AMOUNT (1) TO LINE-AMOUNT (1).
           ADD SW-AMOUNT (2) TO LINE-AMOUNT (2).
           ADD SW-AMOUNT (3) TO LINE-AMOUNT (3).
           ADD SW-AMOUNT (4) TO LINE-AMOUNT (4).
           PERFORM 410-RETURN-NEXT-ACCOUNT.
      *
       437-ADD-LINE-TO-SECTION.
      *
           ADD LINE-AMOUNT (COLUMN-SUB)
               TO SECTION-AMOUNT (COLUMN-SUB).
      *
       440-FIND-LINE-CAPTION.
      *
           STRING "STATEMENT LINE " CURRENT-LINE-CODE
               DELIMITED BY SIZE
               INTO PRINT-CAPTION.
           IF CAPTION-ENTRY-COUNT > ZERO
               SET CAPTION-INDEX TO 1
               SEARCH CAPTION-ENTRY
                   AT END
                       CONTINUE
                   WHEN CN-LINE-CODE (CAPTION-INDEX) =
                        CURRENT-LINE-CODE
                       MOVE CN-LINE-CAPTION (CAPTION-INDEX)
                           TO PRINT-CAPTION
               END-SEARCH.
      *
      *    THE EQUITY SECTION CARRIES THE EARNINGS NOT YET CLOSED
      *    INTO IT, THEN THE BALANCE SHEET TOTALS AND PROVES;
      *    THE EXPENSE SECTION CLOSES THE INCOME STATEMENT WITH
      *    NET INCOME AND THE SAME PROOF.
      *
       450-PRINT-SECTION-TOTAL.
      *
           IF SECTION-SUB = 3
               MOVE SPACE TO PRINT-CAPTION-LINE
               MOVE "EARNINGS NOT YET CLOSED TO EQUITY"
                   TO PRINT-CAPTION
               MOVE UNCLOSED-EARNINGS (1) TO LINE-AMOUNT (1)
               MOVE UNCLOSED-EARNINGS (2) TO LINE-AMOUNT (2)
               PERFORM 510-PRINT-AMOUNT-LINE
               ADD UNCLOSED-EARNINGS (1) TO SECTION-AMOUNT (1)
               ADD UNCLOSED-EARNINGS (2) TO SECTION-AMOUNT (2).
           PERFORM 455-SAVE-SECTION-TOTAL
               VARYING COLUMN-SUB FROM 1 BY 1
               UNTIL COLUMN-SUB > 4.
           MOVE SPACE TO PRINT-CAPTION-LINE.
           STRING "TOTAL " SECTION-NAME (SECTION-SUB)
               DELIMITED BY "  "
               INTO PRINT-CAPTION-LINE.
           PERFORM 520-PRINT-TOTAL-LINE.
           IF SECTION-SUB = 3
               MOVE "TOTAL LIABILITIES AND EQUITY"
                   TO PRINT-CAPTION-LINE
               COMPUTE SECTION-AMOUNT (1) =
                   SCT-AMOUNT (2, 1) + SCT-AMOUNT (3, 1)
               COMPUTE SECTION-AMOUNT (2) =
                   SCT-AMOUNT (2, 2) + SCT-AMOUNT (3, 2)
               PERFORM 520-PRINT-TOTAL-LINE
               PERFORM 460-PROVE-BALANCE-SHEET
               PERFORM 470-PRINT-PROOF-LINES.
           IF SECTION-SUB = 5
               MOVE "NET INCOME" TO PRINT-CAPTION-LINE
               PERFORM 457-COMPUTE-NET-INCOME
                   VARYING COLUMN-SUB FROM 1 BY 1
                   UNTIL COLUMN-SUB > 4
               PERFORM 520-PRINT-TOTAL-LINE
               PERFORM 470-PRINT-PROOF-LINES.
      *
       455-SAVE-SECTION-TOTAL.
      *
           MOVE SECTION-AMOUNT (COLUMN-SUB)
               TO SCT-AMOUNT (SECTION-SUB, COLUMN-SUB).
      *
       457-COMPUTE-NET-INCOME.
      *
           COMPUTE SECTION-AMOUNT (COLUMN-SUB) =
               SCT-AMOUNT (4, COLUMN-SUB) - SCT-AMOUNT (5, COLUMN-SUB).
      *
       460-PROVE-BALANCE-SHEET.
      *
           COMPUTE PROOF-DIFFERENCE (1) = SCT-AMOUNT (1, 1)
               - SCT-AMOUNT (2, 1) - SCT-AMOUNT (3, 1).
           COMPUTE PROOF-DIFFERENCE (2) = SCT-AMOUNT (1, 2)
               - SCT-AMOUNT (2, 2) - SCT-AMOUNT (3, 2).
           IF PROOF-DIFFERENCE (1) NOT = ZERO
             OR PROOF-DIFFERENCE (2) NOT = ZERO
               MOVE "N" TO STATEMENTS-BALANCE-SWITCH.
      *
      *    THE PROOF PRINTS AT THE FOOT OF WHICHEVER STATEMENT IS
      *    BEING FINISHED, SO EACH REPORT STANDS ON ITS OWN.
      *
       470-PRINT-PROOF-LINES.
      *
           MOVE SPACE TO PRINT-CAPTION-LINE.
           IF STATEMENTS-BALANCE
               MOVE "ASSETS EQUAL LIABILITIES PLUS EQUITY"
                   TO PRINT-CAPTION-LINE
               PERFORM 500-PRINT-CAPTION-ONLY
           ELSE
               IF SECTION-SUB < 4
                   MOVE "*** OUT OF BALANCE BY" TO PRINT-CAPTION-LINE
                   MOVE PROOF-DIFFERENCE (1) TO SECTION-AMOUNT (1)
                   MOVE PROOF-DIFFERENCE (2) TO SECTION-AMOUNT (2)
                   PERFORM 520-PRINT-TOTAL-LINE
               END-IF
               MOVE "*** ASSETS DO NOT EQUAL LIABILITIES PLUS EQUITY"
                   TO BAL-PRINT-AREA
                      INC-PRINT-AREA
               PERFORM 530-WRITE-STATEMENT-LINE.
           IF UNTYPED-ACCOUNT-COUNT > ZERO
               MOVE UNTYPED-ACCOUNT-COUNT TO UNL-UNTYPED-COUNT
               MOVE UNTYPED-NOTE-LINE TO BAL-PRINT-AREA
                                         INC-PRINT-AREA
               PERFORM 530-WRITE-STATEMENT-LINE.
      *
       500-PRINT-CAPTION-ONLY.
      *
           MOVE PRINT-CAPTION-LINE TO BAL-PRINT-AREA
                                      INC-PRINT-AREA.
           IF SECTION-SUB < 4
               WRITE BAL-PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               WRITE INC-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       510-PRINT-AMOUNT-LINE.
      *
           IF SECTION-SUB < 4
               MOVE PRINT-CAPTION-LINE TO BSH-CAPTION
               MOVE LINE-AMOUNT (1)    TO BSH-AMOUNT-1
               MOVE LINE-AMOUNT (2)    TO BSH-AMOUNT-2
               MOVE BALANCE-SHEET-LINE TO BAL-PRINT-AREA
           ELSE
               MOVE PRINT-CAPTION-LINE TO ISL-CAPTION
               MOVE LINE-AMOUNT (1)    TO ISL-AMOUNT-1
               MOVE LINE-AMOUNT (2)    TO ISL-AMOUNT-2
               MOVE LINE-AMOUNT (3)    TO ISL-AMOUNT-3
               MOVE LINE-AMOUNT (4)    TO ISL-AMOUNT-4
               MOVE INCOME-STATEMENT-LINE TO INC-PRINT-AREA.
           PERFORM 530-WRITE-STATEMENT-LINE.
      *
       520-PRINT-TOTAL-LINE.
      *
           IF SECTION-SUB < 4
               MOVE PRINT-CAPTION-LINE TO BSH-CAPTION
               MOVE SECTION-AMOUNT (1) TO BSH-AMOUNT-1
               MOVE SECTION-AMOUNT (2) TO BSH-AMOUNT-2
               MOVE BALANCE-SHEET-LINE TO BAL-PRINT-AREA
               WRITE BAL-PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               MOVE PRINT-CAPTION-LINE TO ISL-CAPTION
               MOVE SECTION-AMOUNT (1) TO ISL-AMOUNT-1
               MOVE SECTION-AMOUNT (2) TO ISL-AMOUNT-2
               MOVE SECTION-AMOUNT (3) TO ISL-AMOUNT-3
               MOVE SECTION-AMOUNT (4) TO ISL-AMOUNT-4
               MOVE INCOME-STATEMENT-LINE TO INC-PRINT-AREA
               WRITE INC-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       530-WRITE-STATEMENT-LINE.
      *
           IF SECTION-SUB < 4
               WRITE BAL-PRINT-AREA AFTER ADVANCING 1 LINES
           ELSE
               WRITE INC-PRINT-AREA AFTER ADVANCING 1 LINES.
