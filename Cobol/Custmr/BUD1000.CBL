       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. BUD1000.
      *
      *    SALES BUDGET MAINTENANCE. KEYS THE BUDGET MANAGEMENT
      *    SETS EACH JANUARY BY BRANCH, SALESREP, AND MONTH. THE
      *    BRANCH AND SALESREP MUST BE ON THEIR CODE MASTERS, SO A
      *    BUDGET CAN NEVER BE SET FOR A CODE THE SALES REPORTS
      *    CANNOT NAME. Y KEYS A WHOLE YEAR FOR ONE BRANCH AND REP
      *    AT ONCE, THE WAY THE BUDGET ARRIVES; A, C, AND D WORK
      *    ONE MONTH; L LISTS A BRANCH AND REP'S YEAR.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SLSBUDG  ASSIGN TO "c:\cobol\data\slsbudg.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS SB-BUDGET-KEY
                           FILE STATUS IS SLSBUDG-FILE-STATUS.
           SELECT BRNMAST  ASSIGN TO "c:\cobol\data\brnmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS BR-BRANCH-NUMBER
                           FILE STATUS IS CODEMAST-FILE-STATUS.
           SELECT REPMAST  ASSIGN TO "c:\cobol\data\repmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SR-SALESREP-NUMBER
                           FILE STATUS IS CODEMAST-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  LIST-EOF-SWITCH             PIC X   VALUE "N".
               88  LIST-EOF                        VALUE "Y".
           05  CODES-VALID-SWITCH          PIC X   VALUE "N".
               88  CODES-VALID                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  SLSBUDG-FILE-STATUS     PIC XX.
               88  SLSBUDG-SUCCESSFUL          VALUE "00".
               88  SLSBUDG-NOT-FOUND           VALUE "35".
           05  CODEMAST-FILE-STATUS    PIC XX.
               88  CODEMAST-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  FUNCTION-CODE           PIC X.
           05  ENTRY-BRANCH-NUMBER     PIC 9(2).
           05  ENTRY-SALESREP-NUMBER   PIC 9(2).
           05  ENTRY-BUDGET-MONTH      PIC 9(6).
           05  ENTRY-BUDGET-YEAR       PIC 9(4).
           05  ENTRY-BUDGET-AMOUNT     PIC 9(7)V99.
           05  CONFIRM-SWITCH          PIC X.
      *
       01  BUDGET-WORK-FIELDS.
           05  BUDGET-MONTH-NO         PIC 9(2).
           05  BUDGET-YEAR-TOTAL       PIC S9(9)V99.
           05  BUDGET-MONTHS-WRITTEN   PIC 9(2).
           05  EDITED-BUDGET-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-SALES-BUDGET.
      *
           DISPLAY "BUD1000 SALES BUDGET MAINTENANCE".
           OPEN I-O SLSBUDG.
           IF SLSBUDG-NOT-FOUND
               OPEN OUTPUT SLSBUDG
               CLOSE SLSBUDG
               OPEN I-O SLSBUDG.
           OPEN INPUT BRNMAST.
           IF NOT CODEMAST-SUCCESSFUL
               DISPLAY "BRANCH MASTER COULD NOT BE OPENED -- STATUS "
                   CODEMAST-FILE-STATUS
               DISPLAY "HAS BRM1000 BEEN RUN?"
               STOP RUN.
           OPEN INPUT REPMAST.
           IF NOT CODEMAST-SUCCESSFUL
               DISPLAY "SALESREP MASTER COULD NOT BE OPENED -- "
                   "STATUS " CODEMAST-FILE-STATUS
               DISPLAY "HAS BRM1000 BEEN RUN?"
               STOP RUN.
           PERFORM 100-PROCESS-MAINTENANCE-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE SLSBUDG
                 BRNMAST
                 REPMAST.
           DISPLAY "BUD1000 SESSION ENDED.".
           STOP RUN.
      *
       100-PROCESS-MAINTENANCE-FUNCTION.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER FUNCTION (Y=ENTER A YEAR, A/C/D=ONE MONTH, "
               "L=LIST), OR X TO END.".
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
                   WHEN OTHER
                       DISPLAY "FUNCTION MUST BE Y, A, C, D, L, OR X."
               END-EVALUATE.
      *
       150-GET-BRANCH-AND-SALESREP.
      *
      *    BOTH CODES MUST BE ON THEIR MASTERS. A BUDGET ROW FOR A
      *    REP WHO HAS LEFT CAN STILL BE LISTED OR DELETED ONLY
      *    WHILE THE REP IS ON FILE, SO REMOVE BUDGETS FIRST.
      *
           MOVE "Y" TO CODES-VALID-SWITCH.
           DISPLAY "ENTER BRANCH NUMBER (2 DIGITS).".
           ACCEPT ENTRY-BRANCH-NUMBER.
           MOVE ENTRY-BRANCH-NUMBER TO BR-BRANCH-NUMBER.
           READ BRNMAST
               INVALID KEY
                   DISPLAY "BRANCH " ENTRY-BRANCH-NUMBER
                       " IS NOT ON THE BRANCH MASTER."
                   MOVE "N" TO CODES-VALID-SWITCH
           END-READ.
           IF CODES-VALID
               DISPLAY "ENTER SALESREP NUMBER (2 DIGITS)."
               ACCEPT ENTRY-SALESREP-NUMBER
               MOVE ENTRY-SALESREP-NUMBER TO SR-SALESREP-NUMBER
               READ REPMAST
                   INVALID KEY
                       DISPLAY "SALESREP " ENTRY-SALESREP-NUMBER
                           " IS NOT ON THE SALESREP MASTER."
                       MOVE "N" TO CODES-VALID-SWITCH
                   NOT INVALID KEY
                       DISPLAY "BRANCH " BR-BRANCH-NUMBER " "
                           BR-BRANCH-NAME "  SALESREP "
                           SR-SALESREP-NUMBER " " SR-SALESREP-NAME
               END-READ.
      *
       160-GET-BUDGET-MONTH.
      *
           DISPLAY "ENTER BUDGET MONTH (YYYYMM).".
           ACCEPT ENTRY-BUDGET-MONTH.
           IF ENTRY-BUDGET-MONTH (5:2) < "01"
             OR ENTRY-BUDGET-MONTH (5:2) > "12"
               DISPLAY "MONTH MUST BE 01 THROUGH 12."
               MOVE "N" TO CODES-VALID-SWITCH
           ELSE
               MOVE ENTRY-BRANCH-NUMBER   TO SB-BRANCH-NUMBER
               MOVE ENTRY-SALESREP-NUMBER TO SB-SALESREP-NUMBER
               MOVE ENTRY-BUDGET-MONTH    TO SB-BUDGET-MONTH.
      *
       200-ENTER-BUDGET-YEAR.
      *
      *    EACH MONTH KEYED REPLACES WHATEVER WAS ON FILE FOR IT,
      *    SO A REVISED BUDGET IS SIMPLY KEYED AGAIN.
      *
           PERFORM 150-GET-BRANCH-AND-SALESREP.
           IF CODES-VALID
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
           MOVE ENTRY-BRANCH-NUMBER   TO SB-BRANCH-NUMBER.
           MOVE ENTRY-SALESREP-NUMBER TO SB-SALESREP-NUMBER.
           MOVE ENTRY-BUDGET-YEAR     TO SB-BUDGET-MONTH (1:4).
           MOVE BUDGET-MONTH-NO       TO SB-BUDGET-MONTH (5:2).
           DISPLAY "ENTER BUDGET FOR " SB-BUDGET-MONTH ".".
           ACCEPT ENTRY-BUDGET-AMOUNT.
           MOVE ENTRY-BUDGET-AMOUNT TO SB-BUDGET-AMOUNT.
           ADD ENTRY-BUDGET-AMOUNT TO BUDGET-YEAR-TOTAL.
           WRITE SALES-BUDGET-RECORD
               INVALID KEY
                   REWRITE SALES-BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON SLSBUDG FOR "
                               SB-BUDGET-MONTH
                       NOT INVALID KEY
                           ADD 1 TO BUDGET-MONTHS-WRITTEN
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO BUDGET-MONTHS-WRITTEN
           END-WRITE.
      *
       300-ADD-BUDGET-MONTH.
      *
           PERFORM 150-GET-BRANCH-AND-SALESREP.
           IF CODES-VALID
               PERFORM 160-GET-BUDGET-MONTH.
           IF CODES-VALID
               DISPLAY "ENTER BUDGET AMOUNT."
               ACCEPT ENTRY-BUDGET-AMOUNT
               MOVE ENTRY-BUDGET-AMOUNT TO SB-BUDGET-AMOUNT
               WRITE SALES-BUDGET-RECORD
                   INVALID KEY
                       DISPLAY "BUDGET ALREADY ON FILE FOR THE MONTH "
                           "-- USE C TO CHANGE IT."
                   NOT INVALID KEY
                       DISPLAY "BUDGET ADDED."
               END-WRITE.
      *
       400-CHANGE-BUDGET-MONTH.
      *
           PERFORM 150-GET-BRANCH-AND-SALESREP.
           IF CODES-VALID
               PERFORM 160-GET-BUDGET-MONTH.
           IF CODES-VALID
               READ SLSBUDG
                   INVALID KEY
                       DISPLAY "NO BUDGET ON FILE FOR THE MONTH."
                   NOT INVALID KEY
                       MOVE SB-BUDGET-AMOUNT TO EDITED-BUDGET-AMOUNT
                       DISPLAY "CURRENT BUDGET " EDITED-BUDGET-AMOUNT
                       DISPLAY "ENTER NEW BUDGET AMOUNT."
                       ACCEPT ENTRY-BUDGET-AMOUNT
                       MOVE ENTRY-BUDGET-AMOUNT TO SB-BUDGET-AMOUNT
                       REWRITE SALES-BUDGET-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON SLSBUDG."
                           NOT INVALID KEY
                               DISPLAY "BUDGET CHANGED."
                       END-REWRITE
               END-READ.
      *
       500-DELETE-BUDGET-MONTH.
      *
           PERFORM 150-GET-BRANCH-AND-SALESREP.
           IF CODES-VALID
               PERFORM 160-GET-BUDGET-MONTH.
           IF CODES-VALID
               DISPLAY "DELETE THIS BUDGET MONTH? (Y/N)"
               ACCEPT CONFIRM-SWITCH
               IF CONFIRM-SWITCH NOT = "Y"
                   DISPLAY "NOT DELETED."
               ELSE
                   DELETE SLSBUDG RECORD
                       INVALID KEY
                           DISPLAY "NO BUDGET ON FILE FOR THE MONTH."
                       NOT INVALID KEY
                           DISPLAY "BUDGET DELETED."
                   END-DELETE.
      *
       600-LIST-BUDGET-YEAR.
      *
           PERFORM 150-GET-BRANCH-AND-SALESREP.
           IF CODES-VALID
               DISPLAY "ENTER BUDGET YEAR (YYYY)."
               ACCEPT ENTRY-BUDGET-YEAR
               MOVE ZERO TO BUDGET-YEAR-TOTAL
               MOVE "N" TO LIST-EOF-SWITCH
               MOVE ENTRY-BRANCH-NUMBER   TO SB-BRANCH-NUMBER
               MOVE ENTRY-SALESREP-NUMBER TO SB-SALESREP-NUMBER
               MOVE ENTRY-BUDGET-YEAR     TO SB-BUDGET-MONTH (1:4)
               MOVE "00"                  TO SB-BUDGET-MONTH (5:2)
               START SLSBUDG KEY IS NOT LESS THAN SB-BUDGET-KEY
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
           READ SLSBUDG NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF-SWITCH
               NOT AT END
                   IF SB-BRANCH-NUMBER NOT = ENTRY-BRANCH-NUMBER
                     OR SB-SALESREP-NUMBER NOT = ENTRY-SALESREP-NUMBER
                     OR SB-BUDGET-MONTH (1:4) NOT = ENTRY-BUDGET-YEAR
                       MOVE "Y" TO LIST-EOF-SWITCH
                   ELSE
                       MOVE SB-BUDGET-AMOUNT TO EDITED-BUDGET-AMOUNT
                       DISPLAY SB-BUDGET-MONTH "  "
                           EDITED-BUDGET-AMOUNT
                       ADD SB-BUDGET-AMOUNT TO BUDGET-YEAR-TOTAL
                   END-IF
           END-READ.
