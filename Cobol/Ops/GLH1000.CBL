       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. GLH1000.
      *
      *    MONTH-END BALANCE CAPTURE. ONCE THE CONTROLLER CLOSES A
      *    PERIOD ON FPM1000, EVERY ACCOUNT'S BALANCE AT THAT MONTH
      *    END GOES TO GLHIST, SO THE FINANCIAL STATEMENTS CAN
      *    REPORT THE PERIOD -- AND COMPARE IT WITH EARLIER ONES --
      *    AFTER THE CHART BALANCE HAS MOVED ON. THE CHART CARRIES
      *    TODAY'S BALANCE, SO POSTED JOURNAL LINES DATED AFTER THE
      *    PERIOD ARE BACKED OUT; A CAPTURE TAKEN LATE STILL COMES
      *    OUT AT THE MONTH END. AN UNPOSTED LINE DATED IN OR
      *    BEFORE THE PERIOD HOLDS THE RUN -- RUN GLP1000 FIRST.
      *    A PERIOD MAY BE CAPTURED AGAIN; ITS HISTORY IS REPLACED.
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
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT GLHIST   ASSIGN TO "c:\cobol\data\glhist.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS GH-HISTORY-KEY
                           FILE STATUS IS GLHIST-FILE-STATUS.
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
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       FD  GLHIST.
      *
       COPY "Glhist.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VALID-PERIOD-SWITCH         PIC X   VALUE "N".
               88  VALID-PERIOD                    VALUE "Y".
           05  GLCHART-EOF-SWITCH          PIC X   VALUE "N".
               88  GLCHART-EOF                     VALUE "Y".
           05  GLJRNL-EOF-SWITCH           PIC X   VALUE "N".
               88  GLJRNL-EOF                      VALUE "Y".
           05  TABLE-OVERFLOW-SWITCH       PIC X   VALUE "N".
               88  TABLE-OVERFLOW                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  FISCAL-FILE-STATUS      PIC XX.
               88  FISCAL-SUCCESSFUL           VALUE "00".
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
           05  GLHIST-FILE-STATUS      PIC XX.
               88  GLHIST-SUCCESSFUL           VALUE "00".
               88  GLHIST-NOT-FOUND            VALUE "35".
      *
       01  ENTRY-FIELDS.
           05  HISTORY-PERIOD          PIC 9(6).
           05  HISTORY-PERIOD-PARTS    REDEFINES HISTORY-PERIOD.
               10  HP-YEAR             PIC 9(4).
               10  HP-MONTH            PIC 9(2).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  CAPTURE-WORK-FIELDS.
           05  PERIOD-LAST-DATE        PIC 9(8).
           05  LINES-BACKED-OUT        PIC 9(7)    VALUE ZERO.
           05  UNPOSTED-LINE-COUNT     PIC 9(7)    VALUE ZERO.
           05  HISTORY-WRITTEN-COUNT   PIC 9(5)    VALUE ZERO.
           05  HISTORY-REPLACED-COUNT  PIC 9(5)    VALUE ZERO.
      *
      *    THE CHART IS READ IN KEY SEQUENCE, SO THE TABLE IS IN
      *    ACCOUNT ORDER AND CAN BE SEARCHED BY HALVES FOR EVERY
      *    JOURNAL LINE.
      *
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY-COUNT     PIC S9(5)   COMP  VALUE ZERO.
           05  ACCOUNT-ENTRY               OCCURS 1 TO 1000 TIMES
                                           DEPENDING ON
                                               ACCOUNT-ENTRY-COUNT
                                           ASCENDING KEY IS
                                               HA-ACCOUNT-NO
                                           INDEXED BY ACCOUNT-INDEX.
               10  HA-ACCOUNT-NO           PIC 9(4).
               10  HA-MONTH-END-BALANCE    PIC S9(11)V99.
      *
       PROCEDURE DIVISION.
      *
       000-CAPTURE-MONTH-END-BALANCES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "GLH1000 MONTH-END BALANCE CAPTURE".
           DISPLAY "-----------------------------------------------".
           PERFORM 100-ACCEPT-HISTORY-PERIOD
               UNTIL VALID-PERIOD.
           COMPUTE PERIOD-LAST-DATE = HISTORY-PERIOD * 100 + 31.
           PERFORM 200-LOAD-ACCOUNT-TABLE.
           IF TABLE-OVERFLOW
               DISPLAY "GLH1000 ACCOUNT TABLE FULL -- NOTHING "
                   "CAPTURED."
               STOP RUN.
           PERFORM 300-BACK-OUT-LATER-LINES.
           IF UNPOSTED-LINE-COUNT > ZERO
               DISPLAY "GLH1000 " UNPOSTED-LINE-COUNT
                   " UNPOSTED JOURNAL LINES ARE DATED IN OR BEFORE "
                   HISTORY-PERIOD "."
               DISPLAY "RUN GLP1000 FIRST -- NOTHING CAPTURED."
               STOP RUN.
           PERFORM 400-WRITE-BALANCE-HISTORY.
           DISPLAY "GLH1000 PERIOD " HISTORY-PERIOD
               " LATER LINES BACKED OUT " LINES-BACKED-OUT.
           DISPLAY "GLH1000 BALANCES WRITTEN " HISTORY-WRITTEN-COUNT
               " REPLACED " HISTORY-REPLACED-COUNT.
           STOP RUN.
      *
      *    ONLY A CLOSED PERIOD IS CAPTURED: WHILE IT IS OPEN ITS
      *    BALANCES CAN STILL CHANGE UNDER THE HISTORY.
      *
       100-ACCEPT-HISTORY-PERIOD.
      *
           DISPLAY "ENTER THE CLOSED PERIOD TO CAPTURE (YYYYMM).".
           ACCEPT HISTORY-PERIOD.
           IF HISTORY-PERIOD NOT NUMERIC
             OR HP-MONTH < 1
             OR HP-MONTH > 12
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
           MOVE HISTORY-PERIOD TO FP-PERIOD.
           READ FISCAL
               INVALID KEY
                   DISPLAY "PERIOD " HISTORY-PERIOD
                       " IS NOT CLOSED -- CLOSE IT ON FPM1000 FIRST."
               NOT INVALID KEY
                   IF FISCAL-PERIOD-CLOSED
                       MOVE "Y" TO VALID-PERIOD-SWITCH
                   ELSE
                       DISPLAY "PERIOD " HISTORY-PERIOD
                           " IS NOT CLOSED -- CLOSE IT ON FPM1000 "
                           "FIRST."
                   END-IF
           END-READ.
           CLOSE FISCAL.
      *
       200-LOAD-ACCOUNT-TABLE.
      *
           OPEN INPUT GLCHART.
           IF NOT GLCHART-SUCCESSFUL
               DISPLAY "NO CHART OF ACCOUNTS -- HAS GLA1000 BUILT "
                   "IT?"
               STOP RUN.
           PERFORM 210-LOAD-NEXT-ACCOUNT
               UNTIL GLCHART-EOF
                  OR TABLE-OVERFLOW.
           CLOSE GLCHART.
      *
       210-LOAD-NEXT-ACCOUNT.
      *
           READ GLCHART NEXT RECORD
               AT END
                   MOVE "Y" TO GLCHART-EOF-SWITCH
               NOT AT END
                   IF ACCOUNT-ENTRY-COUNT < 1000
                       ADD 1 TO ACCOUNT-ENTRY-COUNT
                       MOVE GA-ACCOUNT-NO
                         TO HA-ACCOUNT-NO (ACCOUNT-ENTRY-COUNT)
                       MOVE GA-ACCOUNT-BALANCE
                         TO HA-MONTH-END-BALANCE (ACCOUNT-ENTRY-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SWITCH
                   END-IF
           END-READ.
      *
      *    A POSTED LINE DATED AFTER THE PERIOD IS ALREADY IN THE
      *    CHART BALANCE AND COMES BACK OUT. AN UNPOSTED LINE DATED
      *    AFTER IT BELONGS TO A LATER MONTH AND IS NO CONCERN HERE.
      *
       300-BACK-OUT-LATER-LINES.
      *
           OPEN INPUT GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               DISPLAY "NO JOURNAL FILE ON FILE -- CHART BALANCES "
                   "TAKEN AS THEY STAND."
           ELSE
               PERFORM 310-EXAMINE-NEXT-LINE
                   UNTIL GLJRNL-EOF
               CLOSE GLJRNL.
      *
       310-EXAMINE-NEXT-LINE.
      *
           READ GLJRNL
               AT END
                   MOVE "Y" TO GLJRNL-EOF-SWITCH
               NOT AT END
                   IF JOURNAL-LINE-POSTED
                       IF GJ-ENTRY-DATE > PERIOD-LAST-DATE
                           PERFORM 320-BACK-OUT-ONE-LINE
                       END-IF
                   ELSE
                       IF GJ-ENTRY-DATE NOT > PERIOD-LAST-DATE
                           ADD 1 TO UNPOSTED-LINE-COUNT
                       END-IF
                   END-IF
           END-READ.
      *
       320-BACK-OUT-ONE-LINE.
      *
           SEARCH ALL ACCOUNT-ENTRY
               AT END
                   CONTINUE
               WHEN HA-ACCOUNT-NO (ACCOUNT-INDEX) = GJ-ACCOUNT-NO
                   COMPUTE HA-MONTH-END-BALANCE (ACCOUNT-INDEX) =
                       HA-MONTH-END-BALANCE (ACCOUNT-INDEX)
                       - GJ-DEBIT-AMOUNT + GJ-CREDIT-AMOUNT
                   ADD 1 TO LINES-BACKED-OUT
           END-SEARCH.
      *
       400-WRITE-BALANCE-HISTORY.
      *
           OPEN I-O GLHIST.
           IF GLHIST-NOT-FOUND
               OPEN OUTPUT GLHIST
               CLOSE GLHIST
               OPEN I-O GLHIST.
           IF NOT GLHIST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON GLHIST -- STATUS "
                   GLHIST-FILE-STATUS
               STOP RUN.
           PERFORM 410-WRITE-ONE-BALANCE
               VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-ENTRY-COUNT.
           CLOSE GLHIST.
      *
       410-WRITE-ONE-BALANCE.
      *
           MOVE HISTORY-PERIOD TO GH-PERIOD.
           MOVE HA-ACCOUNT-NO (ACCOUNT-INDEX) TO GH-ACCOUNT-NO.
           MOVE HA-MONTH-END-BALANCE (ACCOUNT-INDEX)
               TO GH-CLOSING-BALANCE.
           MOVE RUN-DATE TO GH-CAPTURE-DATE.
           WRITE GL-HISTORY-RECORD
               INVALID KEY
                   REWRITE GL-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON GLHIST FOR "
                               "ACCOUNT " GH-ACCOUNT-NO
                       NOT INVALID KEY
                           ADD 1 TO HISTORY-REPLACED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO HISTORY-WRITTEN-COUNT
           END-WRITE.
