       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. GLB1000.
      *
      *    GENERAL-LEDGER BUDGET MAINTENANCE. KEYS THE BUDGET BY
      *    REVENUE OR EXPENSE ACCOUNT AND FISCAL PERIOD; THE
      *    ACCOUNT MUST BE ON THE CHART WITH ONE OF THOSE TYPES. Y
      *    KEYS A WHOLE YEAR FOR ONE ACCOUNT; A, C, AND D WORK ONE
      *    MONTH; L LISTS AN ACCOUNT'S YEAR. P PREPARES A YEAR FOR
      *    EVERY REVENUE AND EXPENSE ACCOUNT AT ONCE FROM LAST
      *    YEAR'S ACTUALS -- THE POSTED JOURNAL LINES, MONTH BY
      *    MONTH -- RAISED BY THE PERCENT KEYED, READY TO BE
      *    ADJUSTED ACCOUNT BY ACCOUNT. GLB2000 REPORTS THE BUDGET
      *    AGAINST THE ACTUALS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT GLBUDG   ASSIGN TO "c:\cobol\data\glbudg.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS GB-BUDGET-KEY
                           FILE STATUS IS GLBUDG-FILE-STATUS.
           SELECT GLCHART  ASSIGN TO "c:\cobol\data\glchart.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS GA-ACCOUNT-NO
                           FILE STATUS IS GLCHART-FILE-STATUS.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  GLBUDG.
      *
       COPY "Glbudg.cpy".
      *
       FD  GLCHART.
      *
       COPY "Glchart.cpy".
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  LIST-EOF-SWITCH             PIC X   VALUE "N".
               88  LIST-EOF                        VALUE "Y".
           05  ACCOUNT-VALID-SWITCH        PIC X   VALUE "N".
               88  ACCOUNT-VALID                   VALUE "Y".
           05  GLCHART-EOF-SWITCH          PIC X   VALUE "N".
               88  GLCHART-EOF                     VALUE "Y".
           05  GLJRNL-EOF-SWITCH           PIC X   VALUE "N".
               88  GLJRNL-EOF                      VALUE "Y".
           05  TABLE-OVERFLOW-SWITCH       PIC X   VALUE "N".
               88  TABLE-OVERFLOW                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  GLBUDG-FILE-STATUS      PIC XX.
               88  GLBUDG-SUCCESSFUL           VALUE "00".
               88  GLBUDG-NOT-FOUND            VALUE "35".
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  FUNCTION-CODE           PIC X.
           05  ENTRY-ACCOUNT-NO        PIC 9(4).
           05  ENTRY-BUDGET-PERIOD     PIC 9(6).
           05  ENTRY-BUDGET-YEAR       PIC 9(4).
           05  ENTRY-BUDGET-AMOUNT     PIC 9(9)V99.
           05  ENTRY-INCREASE-PCT      PIC 9(3)V9.
           05  CONFIRM-SWITCH          PIC X.
      *
       01  BUDGET-WORK-FIELDS.
           05  BUDGET-MONTH-NO         PIC 9(2).
           05  BUDGET-YEAR-TOTAL       PIC S9(11)V99.
           05  BUDGET-MONTHS-WRITTEN   PIC 9(2).
           05  ACTUAL-YEAR             PIC 9(4).
           05  JOURNAL-MONTH           PIC 9(2).
           05  PRESENTATION-AMOUNT     PIC S9(11)V99.
           05  ACCOUNTS-PREPARED       PIC 9(5).
           05  BUDGETS-WRITTEN         PIC 9(7).
           05  EDITED-BUDGET-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
      *
      *    THE CHART IS READ IN KEY SEQUENCE, SO THE TABLE IS IN
      *    ACCOUNT ORDER AND CAN BE SEARCHED BY HALVES FOR EVERY
      *    JOURNAL LINE.
      *
       01  ACTUAL-TABLE.
           05  ACTUAL-ENTRY-COUNT      PIC S9(5)   COMP  VALUE ZERO.
           05  ACTUAL-ENTRY                OCCURS 1 TO 1000 TIMES
                                           DEPENDING ON
                                               ACTUAL-ENTRY-COUNT
                                           ASCENDING KEY IS
                                               BA-ACCOUNT-NO
                                           INDEXED BY ACTUAL-INDEX.
               10  BA-ACCOUNT-NO           PIC 9(4).
               10  BA-ACCOUNT-TYPE         PIC X.
               10  BA-ACTIVITY-SWITCH      PIC X.
                   88  BA-ACTIVITY-FOUND           VALUE "Y".
               10  BA-MONTH-ACTUAL         PIC S9(11)V99
                                           OCCURS 12 TIMES.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-GL-BUDGET.
      *
           DISPLAY "GLB1000 GL BUDGET MAINTENANCE".
           OPEN I-O GLBUDG.
           IF GLBUDG-NOT-FOUND
               OPEN OUTPUT GLBUDG
               CLOSE GLBUDG
               OPEN I-O GLBUDG.
           IF NOT GLBUDG-SUCCESSFUL
               DISPLAY "OPEN ERROR ON GLBUDG -- STATUS "
                   GLBUDG-FILE-STATUS
               STOP RUN.
           OPEN INPUT GLCHART.
           IF NOT GLCHART-SUCCESSFUL
               DISPLAY "NO CHART OF ACCOUNTS -- HAS GLA1000 BUILT "
                   "IT?"
               STOP RUN.
           PERFORM 100-PROCESS-MAINTENANCE-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE GLBUDG
                 GLCHART.
           DISPLAY "GLB1000 SESSION ENDED.".
           STOP RUN.
      *
       100-PROCESS-MAINTENANCE-FUNCTION.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER FUNCTION (Y=ENTER A YEAR, A/C/D=ONE MONTH, "
               "L=LIST, P=PREPARE A YEAR".
           DISPLAY "FROM LAST YEAR'S ACTUALS), OR X TO END.".
           ACCEPT FUNCTION-CODE.
           IF FUNCTION-CODE = "X"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               EVALUATE FUNCTION-CODE
                   WHEN "Y" PERFORM 200-ENTER-BUDGET-YEAR
                   WHEN "A" PERFORM 300-ADD-BUDGET-MONTH
                   WHEN "C" PERFORM 400-CHANGE-BUDGET-MONTH
                   WHEN "D" PERFORM 500-DELETE-BUDGET-MONTH
                   WHEN "L" PERFORM 600-LIST-BUDGET-YEAR
                   WHEN "P" PERFORM 700-PREPARE-BUDGET-YEAR
                   WHEN OTHER
                       DISPLAY "FUNCTION MUST BE Y, A, C, D, L, P, "
                           "OR X."
               END-EVALUATE.
      *
       150-GET-ACCOUNT.
      *
      *    A BUDGET IS SET ONLY FOR A REVENUE OR EXPENSE ACCOUNT;
      *    THE BALANCE-SHEET ACCOUNTS HAVE NOTHING TO SPEND.
      *
           MOVE "N" TO ACCOUNT-VALID-SWITCH.
           DISPLAY "ENTER ACCOUNT NUMBER (4 DIGITS).".
           ACCEPT ENTRY-ACCOUNT-NO.
           MOVE ENTRY-ACCOUNT-NO TO GA-ACCOUNT-NO.
           READ GLCHART
               INVALID KEY
                   DISPLAY "ACCOUNT " ENTRY-ACCOUNT-NO
                       " IS NOT ON THE CHART."
               NOT INVALID KEY
                   IF REVENUE-ACCOUNT OR EXPENSE-ACCOUNT
                       MOVE "Y" TO ACCOUNT-VALID-SWITCH
                       DISPLAY "ACCOUNT " GA-ACCOUNT-NO " "
                           GA-ACCOUNT-NAME
                   ELSE
                       DISPLAY "BUDGETS ARE KEPT FOR REVENUE AND "
                           "EXPENSE ACCOUNTS ONLY."
                   END-IF
           END-READ.
      *
       160-GET-BUDGET-PERIOD.
      *
           DISPLAY "ENTER BUDGET PERIOD (YYYYMM).".
           ACCEPT ENTRY-BUDGET-PERIOD.
           IF ENTRY-BUDGET-PERIOD (5:2) < "01"
             OR ENTRY-BUDGET-PERIOD (5:2) > "12"
               DISPLAY "MONTH MUST BE 01 THROUGH 12."
               MOVE "N" TO ACCOUNT-VALID-SWITCH
           ELSE
               MOVE ENTRY-ACCOUNT-NO    TO GB-ACCOUNT-NO
               MOVE ENTRY-BUDGET-PERIOD TO GB-BUDGET-PERIOD.
      *
       200-ENTER-BUDGET-YEAR.
      *
      *    EACH MONTH KEYED REPLACES WHATEVER WAS ON FILE FOR IT,
      *    SO A REVISED BUDGET IS SIMPLY KEYED AGAIN.
      *
           PERFORM 150-GET-ACCOUNT.
           IF ACCOUNT-VALID
               DISPLAY "ENTER BUDGET YEAR (YYYY)."
               ACCEPT ENTRY-BUDGET-YEAR
               MOVE ZERO TO BUDGET-YEAR-TOTAL
               MOVE ZERO TO BUDGET-MONTHS-WRITTEN
               PERFORM 210-ENTER-ONE-BUDGET-MONTH
                   VARYING BUDGET-MONTH-NO FROM 1 BY 1
                   UNTIL BUDGET-MONTH-NO > 12
               MOVE BUDGET-YEAR-TOTAL TO EDITED-BUDGET-AMOUNT
               DISPLAY BUDGET-MONTHS-WRITTEN " MONTHS SAVED -- YEAR "
                   "BUDGET " EDITED-BUDGET-AMOUNT.
      *
       210-ENTER-ONE-BUDGET-MONTH.
      *
           MOVE ENTRY-ACCOUNT-NO  TO GB-ACCOUNT-NO.
           MOVE ENTRY-BUDGET-YEAR TO GB-BUDGET-PERIOD (1:4).
           MOVE BUDGET-MONTH-NO   TO GB-BUDGET-PERIOD (5:2).
           DISPLAY "ENTER BUDGET FOR " GB-BUDGET-PERIOD ".".
           ACCEPT ENTRY-BUDGET-AMOUNT.
           MOVE ENTRY-BUDGET-AMOUNT TO GB-BUDGET-AMOUNT.
           ADD ENTRY-BUDGET-AMOUNT TO BUDGET-YEAR-TOTAL.
           WRITE GL-BUDGET-RECORD
               INVALID KEY
                   REWRITE GL-BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON GLBUDG FOR "
                               GB-BUDGET-PERIOD
                       NOT INVALID KEY
                           ADD 1 TO BUDGET-MONTHS-WRITTEN
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO BUDGET-MONTHS-WRITTEN
           END-WRITE.
      *
       300-ADD-BUDGET-MONTH.
      *
           PERFORM 150-GET-ACCOUNT.
           IF ACCOUNT-VALID
               PERFORM 160-GET-BUDGET-PERIOD.
           IF ACCOUNT-VALID
               DISPLAY "ENTER BUDGET AMOUNT."
               ACCEPT ENTRY-BUDGET-AMOUNT
               MOVE ENTRY-BUDGET-AMOUNT TO GB-BUDGET-AMOUNT
               WRITE GL-BUDGET-RECORD
                   INVALID KEY
                       DISPLAY "BUDGET ALREADY ON FILE FOR THE PERIOD "
                           "-- USE C TO CHANGE IT."
                   NOT INVALID KEY
                       DISPLAY "BUDGET ADDED."
               END-WRITE.
      *
       400-CHANGE-BUDGET-MONTH.
      *
           PERFORM 150-GET-ACCOUNT.
           IF ACCOUNT-VALID
               PERFORM 160-GET-BUDGET-PERIOD.
           IF ACCOUNT-VALID
               READ GLBUDG
                   INVALID KEY
                       DISPLAY "NO BUDGET ON FILE FOR THE PERIOD."
                   NOT INVALID KEY
                       MOVE GB-BUDGET-AMOUNT TO EDITED-BUDGET-AMOUNT
                       DISPLAY "CURRENT BUDGET " EDITED-BUDGET-AMOUNT
                       DISPLAY "ENTER NEW BUDGET AMOUNT."
                       ACCEPT ENTRY-BUDGET-AMOUNT
                       MOVE ENTRY-BUDGET-AMOUNT TO GB-BUDGET-AMOUNT
                       REWRITE GL-BUDGET-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON GLBUDG."
                           NOT INVALID KEY
                               DISPLAY "BUDGET CHANGED."
                       END-REWRITE
               END-READ.
      *
       500-DELETE-BUDGET-MONTH.
      *
           PERFORM 150-GET-ACCOUNT.
           IF ACCOUNT-VALID
               PERFORM 160-GET-BUDGET-PERIOD.
           IF ACCOUNT-VALID
               DISPLAY "DELETE THIS BUDGET PERIOD? (Y/N)"
               ACCEPT CONFIRM-SWITCH
               IF CONFIRM-SWITCH NOT = "Y"
                   DISPLAY "NOT DELETED."
               ELSE
                   DELETE GLBUDG RECORD
                       INVALID KEY
                           DISPLAY "NO BUDGET ON FILE FOR THE PERIOD."
                       NOT INVALID KEY
                           DISPLAY "BUDGET DELETED."
                   END-DELETE.
      *
       600-LIST-BUDGET-YEAR.
      *
           PERFORM 150-GET-ACCOUNT.
           IF ACCOUNT-VALID
               DISPLAY "ENTER BUDGET YEAR (YYYY)."
               ACCEPT ENTRY-BUDGET-YEAR
               MOVE ZERO TO BUDGET-YEAR-TOTAL
               MOVE "N" TO LIST-EOF-SWITCH
               MOVE ENTRY-ACCOUNT-NO  TO GB-ACCOUNT-NO
               MOVE ENTRY-BUDGET-YEAR TO GB-BUDGET-PERIOD (1:4)
               MOVE "00"              TO GB-BUDGET-PERIOD (5:2)
               START GLBUDG KEY IS NOT LESS THAN GB-BUDGET-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF-SWITCH
               END-START
               PERFORM 610-LIST-NEXT-BUDGET-MONTH
                   UNTIL LIST-EOF
               MOVE BUDGET-YEAR-TOTAL TO EDITED-BUDGET-AMOUNT
               DISPLAY "YEAR TOTAL " EDITED-BUDGET-AMOUNT.
      *
       610-LIST-NEXT-BUDGET-MONTH.
      *
           READ GLBUDG NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF-SWITCH
               NOT AT END
                   IF GB-ACCOUNT-NO NOT = ENTRY-ACCOUNT-NO
                     OR GB-BUDGET-PERIOD (1:4) NOT = ENTRY-BUDGET-YEAR
                       MOVE "Y" TO LIST-EOF-SWITCH
                   ELSE
                       MOVE GB-BUDGET-AMOUNT TO EDITED-BUDGET-AMOUNT
                       DISPLAY GB-BUDGET-PERIOD "  "
                           EDITED-BUDGET-AMOUNT
                       ADD GB-BUDGET-AMOUNT TO BUDGET-YEAR-TOTAL
                   END-IF
           END-READ.
      *
      *    LAST YEAR'S POSTED LINES ARE SUMMED BY ACCOUNT AND MONTH,
      *    SIGNED AS THE STATEMENTS PRINT THEM, AND EACH MONTH IS
      *    RAISED BY THE PERCENT. EVERY MONTH OF AN ACCOUNT WITH
      *    ANY ACTIVITY LAST YEAR IS WRITTEN, REPLACING WHAT WAS ON
      *    FILE; AN ACCOUNT WITH NONE IS LEFT ALONE.
      *
       700-PREPARE-BUDGET-YEAR.
      *
           DISPLAY "ENTER THE YEAR TO BUDGET (YYYY).".
           ACCEPT ENTRY-BUDGET-YEAR.
           DISPLAY "ENTER THE PERCENT INCREASE OVER LAST YEAR'S "
               "ACTUALS (E.G. 3.5, OR 0).".
           ACCEPT ENTRY-INCREASE-PCT.
           COMPUTE ACTUAL-YEAR = ENTRY-BUDGET-YEAR - 1.
           DISPLAY "BUDGETS ON FILE FOR " ENTRY-BUDGET-YEAR
               " WILL BE REPLACED FOR EVERY ACCOUNT WITH "
               ACTUAL-YEAR " ACTIVITY.".
           DISPLAY "CONTINUE? (Y/N)".
           ACCEPT CONFIRM-SWITCH.
           IF CONFIRM-SWITCH NOT = "Y"
               DISPLAY "NOTHING PREPARED."
           ELSE
               PERFORM 710-LOAD-ACTUAL-TABLE
               IF TABLE-OVERFLOW
                   DISPLAY "ACCOUNT TABLE FULL -- NOTHING PREPARED."
               ELSE
                   PERFORM 730-SUM-LAST-YEAR-ACTUALS
                   MOVE ZERO TO ACCOUNTS-PREPARED
                                BUDGETS-WRITTEN
                   PERFORM 750-WRITE-ACCOUNT-BUDGET
                       VARYING ACTUAL-INDEX FROM 1 BY 1
                       UNTIL ACTUAL-INDEX > ACTUAL-ENTRY-COUNT
                   DISPLAY ACCOUNTS-PREPARED " ACCOUNTS PREPARED, "
                       BUDGETS-WRITTEN " BUDGET MONTHS WRITTEN."
               END-IF
           END-IF.
      *
       710-LOAD-ACTUAL-TABLE.
      *
           MOVE ZERO TO ACTUAL-ENTRY-COUNT.
           MOVE "N"  TO TABLE-OVERFLOW-SWITCH
                        GLCHART-EOF-SWITCH.
           MOVE ZERO TO GA-ACCOUNT-NO.
           START GLCHART KEY IS NOT LESS THAN GA-ACCOUNT-NO
               INVALID KEY
                   MOVE "Y" TO GLCHART-EOF-SWITCH
           END-START.
           PERFORM 720-LOAD-NEXT-ACCOUNT
               UNTIL GLCHART-EOF
                  OR TABLE-OVERFLOW.
      *
       720-LOAD-NEXT-ACCOUNT.
      *
           READ GLCHART NEXT RECORD
               AT END
                   MOVE "Y" TO GLCHART-EOF-SWITCH
               NOT AT END
                   IF REVENUE-ACCOUNT OR EXPENSE-ACCOUNT
                       IF ACTUAL-ENTRY-COUNT < 1000
                           ADD 1 TO ACTUAL-ENTRY-COUNT
                           PERFORM 725-TABLE-ACCOUNT
                       ELSE
                           MOVE "Y" TO TABLE-OVERFLOW-SWITCH
                       END-IF
                   END-IF
           END-READ.
      *
       725-TABLE-ACCOUNT.
      *
           MOVE GA-ACCOUNT-NO   TO BA-ACCOUNT-NO (ACTUAL-ENTRY-COUNT).
           MOVE GA-ACCOUNT-TYPE TO BA-ACCOUNT-TYPE (ACTUAL-ENTRY-COUNT).
           MOVE "N"          TO BA-ACTIVITY-SWITCH (ACTUAL-ENTRY-COUNT).
           PERFORM 727-CLEAR-ACTUAL-MONTH
               VARYING BUDGET-MONTH-NO FROM 1 BY 1
               UNTIL BUDGET-MONTH-NO > 12.
      *
       727-CLEAR-ACTUAL-MONTH.
      *
           MOVE ZERO
               TO BA-MONTH-ACTUAL (ACTUAL-ENTRY-COUNT, BUDGET-MONTH-NO).
      *
       730-SUM-LAST-YEAR-ACTUALS.
      *
           MOVE "N" TO GLJRNL-EOF-SWITCH.
           OPEN INPUT GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               DISPLAY "NO JOURNAL FILE ON FILE -- NO ACTUALS TO "
                   "PREPARE FROM."
           ELSE
               PERFORM 740-SUM-NEXT-JOURNAL-LINE
                   UNTIL GLJRNL-EOF
               CLOSE GLJRNL.
      *
       740-SUM-NEXT-JOURNAL-LINE.
      *
           READ GLJRNL
               AT END
                   MOVE "Y" TO GLJRNL-EOF-SWITCH
               NOT AT END
                   IF JOURNAL-LINE-POSTED
                     AND GJ-ENTRY-DATE (1:4) = ACTUAL-YEAR
                       PERFORM 745-ADD-LINE-TO-ACTUAL
                   END-IF
           END-READ.
      *
      *    REVENUE IS A CREDIT BALANCE, SO ITS SIGN IS TURNED TO
      *    MATCH THE BUDGET.
      *
       745-ADD-LINE-TO-ACTUAL.
      *
           SEARCH ALL ACTUAL-ENTRY
               AT END
                   CONTINUE
               WHEN BA-ACCOUNT-NO (ACTUAL-INDEX) = GJ-ACCOUNT-NO
                   MOVE GJ-ENTRY-DATE (5:2) TO JOURNAL-MONTH
                   IF JOURNAL-MONTH > ZERO AND JOURNAL-MONTH < 13
                       PERFORM 747-ADD-TO-ACTUAL-MONTH
                   END-IF
           END-SEARCH.
      *
       747-ADD-TO-ACTUAL-MONTH.
      *
           IF BA-ACCOUNT-TYPE (ACTUAL-INDEX) = "R"
               COMPUTE PRESENTATION-AMOUNT =
                   GJ-CREDIT-AMOUNT - GJ-DEBIT-AMOUNT
           ELSE
               COMPUTE PRESENTATION-AMOUNT =
                   GJ-DEBIT-AMOUNT - GJ-CREDIT-AMOUNT.
           ADD PRESENTATION-AMOUNT
               TO BA-MONTH-ACTUAL (ACTUAL-INDEX, JOURNAL-MONTH).
           MOVE "Y" TO BA-ACTIVITY-SWITCH (ACTUAL-INDEX).
      *
       750-WRITE-ACCOUNT-BUDGET.
      *
           IF BA-ACTIVITY-FOUND (ACTUAL-INDEX)
               ADD 1 TO ACCOUNTS-PREPARED
               PERFORM 760-WRITE-ONE-MONTH
                   VARYING BUDGET-MONTH-NO FROM 1 BY 1
                   UNTIL BUDGET-MONTH-NO > 12.
      *
       760-WRITE-ONE-MONTH.
      *
           MOVE BA-ACCOUNT-NO (ACTUAL-INDEX) TO GB-ACCOUNT-NO.
           MOVE ENTRY-BUDGET-YEAR TO GB-BUDGET-PERIOD (1:4).
           MOVE BUDGET-MONTH-NO   TO GB-BUDGET-PERIOD (5:2).
           COMPUTE GB-BUDGET-AMOUNT ROUNDED =
               BA-MONTH-ACTUAL (ACTUAL-INDEX, BUDGET-MONTH-NO)
               * (100 + ENTRY-INCREASE-PCT) / 100.
           WRITE GL-BUDGET-RECORD
               INVALID KEY
                   REWRITE GL-BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON GLBUDG FOR "
                               GB-ACCOUNT-NO " " GB-BUDGET-PERIOD
                       NOT INVALID KEY
                           ADD 1 TO BUDGETS-WRITTEN
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO BUDGETS-WRITTEN
           END-WRITE.
