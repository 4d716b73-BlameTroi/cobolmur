       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ARS2000.
      *
      *    RECEIVABLES TREND AND DAYS SALES OUTSTANDING. FOR THE
      *    TWELVE MONTHS ENDING WITH THE KEYED MONTH, SHOWS THE
      *    TOTAL RECEIVABLE FROM THE MONTH-END SNAPSHOTS, THE
      *    PERCENT OVER 60 AND OVER 90 DAYS, BILLED SALES FROM THE
      *    ITEM-SALES DETAIL, AND DSO -- MONTH-END RECEIVABLE OVER
      *    THE MONTH'S BILLED SALES, TIMES THE DAYS IN THE MONTH.
      *    COMPANY-WIDE FIRST, THEN ONE BLOCK PER SALESREP, EACH
      *    CUSTOMER CREDITED TO THE REP ON THE INDEXED CUSTOMER
      *    MASTER AS THE BUDGET REPORT DOES. LAST, EVERY CUSTOMER
      *    WHOSE OWN DSO HAS RISEN THREE MONTHS RUNNING. A MONTH
      *    WITH A BALANCE BUT NO SALES COUNTS AS THE HIGHEST DSO.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARSNAP   ASSIGN TO "c:\cobol\data\arsnap.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS AS-SNAPSHOT-KEY
                           FILE STATUS IS ARSNAP-FILE-STATUS.
           SELECT ITMSALES ASSIGN TO "c:\cobol\data\itmsales.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ITMSALES-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT REPMAST  ASSIGN TO "c:\cobol\data\repmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS SR-SALESREP-NUMBER
                           FILE STATUS IS CODEMAST-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk12.dat".
           SELECT ARSRPT   ASSIGN TO "c:\cobol\data\ars2rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ARSNAP.
      *
       COPY "Arsnap.cpy".
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
       FD  REPMAST.
      *
       COPY "Repmast.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-CUSTOMER-NO          PIC 9(5).
           05  SW-MONTH-SUB            PIC 9(2).
           05  SW-TOTAL-OPEN           PIC S9(9)V99.
           05  SW-BILLED-SALES         PIC S9(9)V99.
      *
       FD  ARSRPT.
      *
       01  PRINT-AREA                  PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ARSNAP-EOF-SWITCH           PIC X   VALUE "N".
               88  ARSNAP-EOF                      VALUE "Y".
           05  ITMSALES-EOF-SWITCH         PIC X   VALUE "N".
               88  ITMSALES-EOF                    VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X   VALUE "Y".
               88  FIRST-RECORD                    VALUE "Y".
           05  MONTH-FOUND-SWITCH          PIC X   VALUE "N".
               88  MONTH-FOUND                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ARSNAP-FILE-STATUS      PIC XX.
               88  ARSNAP-SUCCESSFUL           VALUE "00".
           05  ITMSALES-FILE-STATUS    PIC XX.
               88  ITMSALES-SUCCESSFUL         VALUE "00".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
      *
       01  CODE-NAME-FIELDS.
           05  CODEMAST-FILE-STATUS    PIC XX.
               88  CODEMAST-SUCCESSFUL         VALUE "00".
           05  CODEMAST-EOF-SWITCH     PIC X.
               88  CODEMAST-EOF                VALUE "Y".
           05  SALESREP-NAME-TABLE.
               10  SALESREP-NAME-ENTRY OCCURS 99 TIMES
                                       PIC X(20).
      *
       01  ENTRY-FIELDS.
           05  ENDING-MONTH            PIC 9(6).
           05  FILLER REDEFINES ENDING-MONTH.
               10  ENDING-YEAR         PIC 9(4).
               10  ENDING-MONTH-NO     PIC 9(2).
      *
       01  MONTH-WORK-FIELDS.
           05  WORK-MONTH              PIC 9(6).
           05  FILLER REDEFINES WORK-MONTH.
               10  WORK-YEAR           PIC 9(4).
               10  WORK-MONTH-NO       PIC 9(2).
           05  MONTH-FIRST-DATE        PIC 9(8).
           05  FILLER REDEFINES MONTH-FIRST-DATE.
               10  MONTH-FIRST-YYYYMM  PIC 9(6).
               10  MONTH-FIRST-DAY     PIC 9(2).
           05  NEXT-MONTH-FIRST-DATE   PIC 9(8).
           05  FILLER REDEFINES NEXT-MONTH-FIRST-DATE.
               10  NEXT-MONTH-YEAR     PIC 9(4).
               10  NEXT-MONTH-NO       PIC 9(2).
               10  NEXT-MONTH-DAY      PIC 9(2).
           05  SEARCH-MONTH            PIC 9(6).
           05  MONTH-SUB               PIC S9(3)   COMP.
           05  REP-SUB                 PIC S9(3)   COMP.
           05  CUST-SUB                PIC S9(3)   COMP.
           05  SALESREP-NUMBER-WORK    PIC 9(2).
      *
      *    THE TWELVE REPORT MONTHS, OLDEST FIRST. THE LAST FOUR
      *    ARE THE ONES THE RISING-DSO TEST LOOKS AT.
      *
       01  MONTH-TABLE.
           05  MONTH-ENTRY                 OCCURS 12 TIMES
                                           INDEXED BY MT-INDEX.
               10  MT-MONTH                PIC 9(6).
               10  MT-DAYS                 PIC 9(2).
      *
       01  COMPANY-TREND-TABLE.
           05  CT-MONTH                    OCCURS 12 TIMES.
               10  CT-TOTAL-OPEN           PIC S9(9)V99.
               10  CT-OVER-60              PIC S9(9)V99.
               10  CT-OVER-90              PIC S9(9)V99.
               10  CT-BILLED-SALES         PIC S9(9)V99.
      *
      *    ONE ENTRY PER SALESREP NUMBER, SUBSCRIPTED BY THE NUMBER
      *    PLUS ONE SO REP 00 -- CUSTOMERS OFF THE MASTER -- HAS A
      *    PLACE AND THE BLOCKS PRINT IN REP ORDER.
      *
       01  SALESREP-TREND-TABLE.
           05  RT-SALESREP                 OCCURS 100 TIMES.
               10  RT-ACTIVE-SWITCH        PIC X.
                   88  RT-ACTIVE                   VALUE "Y".
               10  RT-TREND.
                   15  RT-MONTH            OCCURS 12 TIMES.
                       20  RT-TOTAL-OPEN   PIC S9(9)V99.
                       20  RT-OVER-60      PIC S9(9)V99.
                       20  RT-OVER-90      PIC S9(9)V99.
                       20  RT-BILLED-SALES PIC S9(9)V99.
      *
       01  PRINT-TREND-TABLE.
           05  PT-MONTH                    OCCURS 12 TIMES.
               10  PT-TOTAL-OPEN           PIC S9(9)V99.
               10  PT-OVER-60              PIC S9(9)V99.
               10  PT-OVER-90              PIC S9(9)V99.
               10  PT-BILLED-SALES         PIC S9(9)V99.
      *
       01  CUSTOMER-DSO-FIELDS.
           05  OLD-CUSTOMER-NO             PIC 9(5).
           05  CU-MONTH                    OCCURS 4 TIMES.
               10  CU-TOTAL-OPEN           PIC S9(9)V99.
               10  CU-BILLED-SALES         PIC S9(9)V99.
               10  CU-DSO                  PIC S9(5)V9.
      *
       01  DSO-WORK-FIELDS.
           05  DSO-OPEN                PIC S9(9)V99.
           05  DSO-SALES               PIC S9(9)V99.
           05  DSO-DAYS                PIC 9(2).
           05  DSO-RESULT              PIC S9(5)V9.
           05  PERCENT-OVER-60         PIC S9(3)V9.
           05  PERCENT-OVER-90         PIC S9(3)V9.
      *
       01  COUNT-FIELDS.
           05  SNAPSHOTS-READ          PIC S9(7)   COMP  VALUE ZERO.
           05  SALES-DETAIL-READ       PIC S9(7)   COMP  VALUE ZERO.
           05  CUSTOMERS-FLAGGED       PIC S9(5)   COMP  VALUE ZERO.
      *
       COPY "Dtereq.cpy".
      *
       01  ARS-HEADING-LINE-1.
           05  FILLER                  PIC X(46) VALUE
               "ARS2000  RECEIVABLES TREND -- 12 MONTHS ENDING".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AHL-ENDING-MONTH        PIC 9(6).
      *
       01  ARS-BLOCK-HEADING.
           05  ABH-TITLE               PIC X(14).
           05  ABH-SALESREP-NUMBER     PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ABH-SALESREP-NAME       PIC X(20).
      *
       01  ARS-COLUMN-HEADING.
           05  FILLER                  PIC X(24) VALUE
               "MONTH        RECEIVABLES".
           05  FILLER                  PIC X(24) VALUE
               "  % OVER 60  % OVER 90  ".
           05  FILLER                  PIC X(24) VALUE
               "   BILLED SALES      DSO".
      *
       01  ARS-TREND-LINE.
           05  ATL-MONTH               PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  ATL-TOTAL-OPEN          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  ATL-PERCENT-OVER-60     PIC ZZ9.9-.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  ATL-PERCENT-OVER-90     PIC ZZ9.9-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ATL-BILLED-SALES        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ATL-DSO-AREA            PIC X(8).
           05  ATL-DSO REDEFINES ATL-DSO-AREA
                                       PIC ZZZZ9.9-.
      *
       01  ARS-FLAG-HEADING-1.
           05  FILLER                  PIC X(48) VALUE
               "CUSTOMERS WITH DSO RISING THREE MONTHS RUNNING".
      *
       01  ARS-FLAG-HEADING-2.
           05  FILLER                  PIC X(29) VALUE
               "CUST   NAME".
           05  AFH-MONTH-ENTRY             OCCURS 4 TIMES.
               10  AFH-MONTH           PIC 9(6).
               10  FILLER              PIC X(4)  VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE
               "    RECEIVABLE".
      *
       01  ARS-FLAG-LINE.
           05  AFL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  AFL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AFL-DSO-ENTRY               OCCURS 4 TIMES.
               10  AFL-DSO             PIC ZZZZ9.9.
               10  FILLER              PIC X(3)  VALUE SPACE.
           05  AFL-TOTAL-OPEN          PIC ZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-RECEIVABLES-TREND.
      *
           DISPLAY "ARS2000 RECEIVABLES TREND AND DSO".
           DISPLAY "ENTER ENDING MONTH (YYYYMM).".
           ACCEPT ENDING-MONTH.
           IF ENDING-MONTH NOT NUMERIC
             OR ENDING-MONTH-NO < 1 OR ENDING-MONTH-NO > 12
               DISPLAY "ENDING MONTH MUST BE YYYYMM."
               STOP RUN.
           OPEN INPUT CUSTMASI.
           IF NOT CUSTMASI-SUCCESSFUL
               DISPLAY "CUSTOMER MASTER COULD NOT BE OPENED -- "
                   "STATUS " CUSTMASI-FILE-STATUS
               DISPLAY "HAS CNV1000 BEEN RUN?"
               STOP RUN.
           PERFORM 050-LOAD-SALESREP-NAMES.
           MOVE ENDING-MONTH TO WORK-MONTH.
           PERFORM 060-SET-REPORT-MONTH
               VARYING MONTH-SUB FROM 12 BY -1
               UNTIL MONTH-SUB < 1.
           INITIALIZE COMPANY-TREND-TABLE
                      SALESREP-TREND-TABLE.
           PERFORM 070-CLEAR-SALESREP-SWITCH
               VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB > 100.
           OPEN OUTPUT ARSRPT.
           MOVE ENDING-MONTH TO AHL-ENDING-MONTH.
           MOVE ARS-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           SORT SORTWORK
               ON ASCENDING KEY SW-CUSTOMER-NO
                                SW-MONTH-SUB
               INPUT PROCEDURE IS 100-RELEASE-SNAPSHOTS-AND-SALES
               OUTPUT PROCEDURE IS 300-PRINT-TREND-REPORT.
           CLOSE ARSRPT
                 CUSTMASI.
           DISPLAY "ARS2000 SNAPSHOTS READ " SNAPSHOTS-READ
               "  SALES DETAIL READ " SALES-DETAIL-READ
               "  CUSTOMERS FLAGGED " CUSTOMERS-FLAGGED.
           STOP RUN.
      *
       050-LOAD-SALESREP-NAMES.
      *
           MOVE SPACE TO SALESREP-NAME-TABLE.
           MOVE "N" TO CODEMAST-EOF-SWITCH.
           OPEN INPUT REPMAST.
           IF CODEMAST-SUCCESSFUL
               PERFORM 055-LOAD-NEXT-SALESREP-NAME
                   UNTIL CODEMAST-EOF
               CLOSE REPMAST.
      *
       055-LOAD-NEXT-SALESREP-NAME.
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
       060-SET-REPORT-MONTH.
      *
      *    THE DAYS IN THE MONTH COME FROM THE DATE ROUTINE AS THE
      *    DAYS BETWEEN ITS FIRST AND THE NEXT MONTH'S FIRST.
      *
           MOVE WORK-MONTH TO MT-MONTH (MONTH-SUB).
           MOVE WORK-MONTH TO MONTH-FIRST-YYYYMM.
           MOVE 1 TO MONTH-FIRST-DAY.
           MOVE WORK-YEAR TO NEXT-MONTH-YEAR.
           MOVE WORK-MONTH-NO TO NEXT-MONTH-NO.
           MOVE 1 TO NEXT-MONTH-DAY.
           IF NEXT-MONTH-NO = 12
               MOVE 1 TO NEXT-MONTH-NO
               ADD 1 TO NEXT-MONTH-YEAR
           ELSE
               ADD 1 TO NEXT-MONTH-NO.
           MOVE NEXT-MONTH-FIRST-DATE TO DC-DATE-1.
           MOVE MONTH-FIRST-DATE      TO DC-DATE-2.
           SET ELAPSED-BETWEEN TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               MOVE DC-ELAPSED-DAYS TO MT-DAYS (MONTH-SUB)
           ELSE
               MOVE 30 TO MT-DAYS (MONTH-SUB).
           IF WORK-MONTH-NO = 1
               MOVE 12 TO WORK-MONTH-NO
               SUBTRACT 1 FROM WORK-YEAR
           ELSE
               SUBTRACT 1 FROM WORK-MONTH-NO.
      *
       070-CLEAR-SALESREP-SWITCH.
      *
           MOVE "N" TO RT-ACTIVE-SWITCH (REP-SUB).
      *
       100-RELEASE-SNAPSHOTS-AND-SALES.
      *
           OPEN INPUT ARSNAP.
           IF NOT ARSNAP-SUCCESSFUL
               DISPLAY "NO RECEIVABLES SNAPSHOTS ON FILE -- "
                   "HAS ARS1000 BEEN RUN?"
               MOVE "Y" TO ARSNAP-EOF-SWITCH
           ELSE
               MOVE MT-MONTH (1) TO AS-SNAPSHOT-MONTH
               MOVE ZERO TO AS-CUSTOMER-NO
               START ARSNAP KEY IS NOT LESS THAN AS-SNAPSHOT-KEY
                   INVALID KEY
                       MOVE "Y" TO ARSNAP-EOF-SWITCH
               END-START
               PERFORM 110-RELEASE-NEXT-SNAPSHOT
                   UNTIL ARSNAP-EOF
               CLOSE ARSNAP.
           OPEN INPUT ITMSALES.
           IF NOT ITMSALES-SUCCESSFUL
               DISPLAY "NO ITEM-SALES FILE ON FILE."
               MOVE "Y" TO ITMSALES-EOF-SWITCH
           ELSE
               PERFORM 130-RELEASE-NEXT-SALE
                   UNTIL ITMSALES-EOF
               CLOSE ITMSALES.
      *
       110-RELEASE-NEXT-SNAPSHOT.
      *
           READ ARSNAP NEXT RECORD
               AT END
                   MOVE "Y" TO ARSNAP-EOF-SWITCH
               NOT AT END
                   IF AS-SNAPSHOT-MONTH > ENDING-MONTH
                       MOVE "Y" TO ARSNAP-EOF-SWITCH
                   ELSE
                       ADD 1 TO SNAPSHOTS-READ
                       PERFORM 120-RELEASE-ONE-SNAPSHOT
                   END-IF
           END-READ.
      *
       120-RELEASE-ONE-SNAPSHOT.
      *
           MOVE AS-SNAPSHOT-MONTH TO SEARCH-MONTH.
           PERFORM 150-FIND-REPORT-MONTH.
           IF MONTH-FOUND
               MOVE AS-CUSTOMER-NO TO CM-CUSTOMER-NUMBER
               PERFORM 160-FIND-SALESREP
               ADD AS-TOTAL-OPEN TO CT-TOTAL-OPEN (MONTH-SUB)
                                    RT-TOTAL-OPEN (REP-SUB MONTH-SUB)
               ADD AS-BUCKET-61-90 AS-BUCKET-OVER-90
                   TO CT-OVER-60 (MONTH-SUB)
                      RT-OVER-60 (REP-SUB MONTH-SUB)
               ADD AS-BUCKET-OVER-90 TO CT-OVER-90 (MONTH-SUB)
                                    RT-OVER-90 (REP-SUB MONTH-SUB)
               IF MONTH-SUB > 8
                   MOVE AS-CUSTOMER-NO TO SW-CUSTOMER-NO
                   MOVE MONTH-SUB      TO SW-MONTH-SUB
                   MOVE AS-TOTAL-OPEN  TO SW-TOTAL-OPEN
                   MOVE ZERO           TO SW-BILLED-SALES
                   RELEASE SORT-WORK-AREA.
      *
       130-RELEASE-NEXT-SALE.
      *
           READ ITMSALES
               AT END
                   MOVE "Y" TO ITMSALES-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SALES-DETAIL-READ
                   IF IS-SALE-DATE (1:6) NOT < MT-MONTH (1)
                     AND IS-SALE-DATE (1:6) NOT > ENDING-MONTH
                       PERFORM 140-RELEASE-ONE-SALE
                   END-IF
           END-READ.
      *
       140-RELEASE-ONE-SALE.
      *
           MOVE IS-SALE-DATE (1:6) TO SEARCH-MONTH.
           PERFORM 150-FIND-REPORT-MONTH.
           IF MONTH-FOUND
               MOVE IS-CUSTOMER-NO TO CM-CUSTOMER-NUMBER
               PERFORM 160-FIND-SALESREP
               ADD IS-EXTENDED-PRICE TO CT-BILLED-SALES (MONTH-SUB)
                   RT-BILLED-SALES (REP-SUB MONTH-SUB)
               IF MONTH-SUB > 8
                   MOVE IS-CUSTOMER-NO    TO SW-CUSTOMER-NO
                   MOVE MONTH-SUB         TO SW-MONTH-SUB
                   MOVE ZERO              TO SW-TOTAL-OPEN
                   MOVE IS-EXTENDED-PRICE TO SW-BILLED-SALES
                   RELEASE SORT-WORK-AREA.
      *
       150-FIND-REPORT-MONTH.
      *
           MOVE "N" TO MONTH-FOUND-SWITCH.
           SET MT-INDEX TO 1.
           SEARCH MONTH-ENTRY
               AT END
                   CONTINUE
               WHEN MT-MONTH (MT-INDEX) = SEARCH-MONTH
                   MOVE "Y" TO MONTH-FOUND-SWITCH
                   SET MONTH-SUB TO MT-INDEX
           END-SEARCH.
      *
       160-FIND-SALESREP.
      *
      *    A CUSTOMER NO LONGER ON THE MASTER IS CREDITED TO
      *    REP 00 SO ITS AMOUNTS STILL FOOT TO THE COMPANY TOTAL.
      *
           READ CUSTMASI
               INVALID KEY
                   MOVE ZERO TO CM-SALESREP-NUMBER
           END-READ.
           COMPUTE REP-SUB = CM-SALESREP-NUMBER + 1.
           MOVE "Y" TO RT-ACTIVE-SWITCH (REP-SUB).
      *
       300-PRINT-TREND-REPORT.
      *
           MOVE COMPANY-TREND-TABLE TO PRINT-TREND-TABLE.
           MOVE "COMPANY TOTAL" TO ABH-TITLE.
           MOVE SPACE TO ABH-SALESREP-NUMBER
                         ABH-SALESREP-NAME.
           PERFORM 310-PRINT-TREND-BLOCK.
           PERFORM 320-PRINT-SALESREP-BLOCK
               VARYING REP-SUB FROM 1 BY 1
               UNTIL REP-SUB > 100.
           MOVE ARS-FLAG-HEADING-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           PERFORM 330-SET-FLAG-MONTH-HEADING
               VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > 4.
           MOVE ARS-FLAG-HEADING-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 400-RETURN-NEXT-SORT-RECORD.
           PERFORM 410-ACCUMULATE-CUSTOMER-MONTH
               UNTIL SORT-EOF.
           IF NOT FIRST-RECORD
               PERFORM 420-TEST-CUSTOMER-DSO.
           IF CUSTOMERS-FLAGGED = ZERO
               MOVE "  NONE" TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       310-PRINT-TREND-BLOCK.
      *
           MOVE ARS-BLOCK-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE ARS-COLUMN-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 315-PRINT-TREND-MONTH
               VARYING MONTH-SUB FROM 1 BY 1
               UNTIL MONTH-SUB > 12.
      *
       315-PRINT-TREND-MONTH.
      *
           MOVE MT-MONTH (MONTH-SUB)        TO ATL-MONTH.
           MOVE PT-TOTAL-OPEN (MONTH-SUB)   TO ATL-TOTAL-OPEN.
           MOVE PT-BILLED-SALES (MONTH-SUB) TO ATL-BILLED-SALES.
           IF PT-TOTAL-OPEN (MONTH-SUB) > ZERO
               COMPUTE PERCENT-OVER-60 ROUNDED =
                   PT-OVER-60 (MONTH-SUB) * 100
                       / PT-TOTAL-OPEN (MONTH-SUB)
               COMPUTE PERCENT-OVER-90 ROUNDED =
                   PT-OVER-90 (MONTH-SUB) * 100
                       / PT-TOTAL-OPEN (MONTH-SUB)
           ELSE
               MOVE ZERO TO PERCENT-OVER-60
                            PERCENT-OVER-90.
           MOVE PERCENT-OVER-60 TO ATL-PERCENT-OVER-60.
           MOVE PERCENT-OVER-90 TO ATL-PERCENT-OVER-90.
           IF PT-BILLED-SALES (MONTH-SUB) > ZERO
               MOVE PT-TOTAL-OPEN (MONTH-SUB)   TO DSO-OPEN
               MOVE PT-BILLED-SALES (MONTH-SUB) TO DSO-SALES
               MOVE MT-DAYS (MONTH-SUB)         TO DSO-DAYS
               PERFORM 500-COMPUTE-DSO
               MOVE DSO-RESULT TO ATL-DSO
           ELSE
               MOVE "NO SALES" TO ATL-DSO-AREA.
           MOVE ARS-TREND-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       320-PRINT-SALESREP-BLOCK.
      *
           IF RT-ACTIVE (REP-SUB)
               MOVE RT-TREND (REP-SUB) TO PRINT-TREND-TABLE
               MOVE "SALESREP" TO ABH-TITLE
               COMPUTE SALESREP-NUMBER-WORK = REP-SUB - 1
               MOVE SALESREP-NUMBER-WORK TO ABH-SALESREP-NUMBER
               IF REP-SUB > 1
                   MOVE SALESREP-NAME-ENTRY (REP-SUB - 1)
                       TO ABH-SALESREP-NAME
               ELSE
                   MOVE "NOT ON MASTER" TO ABH-SALESREP-NAME
               END-IF
               PERFORM 310-PRINT-TREND-BLOCK.
      *
       330-SET-FLAG-MONTH-HEADING.
      *
           MOVE MT-MONTH (CUST-SUB + 8) TO AFH-MONTH (CUST-SUB).
      *
       400-RETURN-NEXT-SORT-RECORD.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       410-ACCUMULATE-CUSTOMER-MONTH.
      *
           IF FIRST-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               INITIALIZE CUSTOMER-DSO-FIELDS
               MOVE SW-CUSTOMER-NO TO OLD-CUSTOMER-NO
           ELSE
               IF SW-CUSTOMER-NO NOT = OLD-CUSTOMER-NO
                   PERFORM 420-TEST-CUSTOMER-DSO
                   INITIALIZE CUSTOMER-DSO-FIELDS
                   MOVE SW-CUSTOMER-NO TO OLD-CUSTOMER-NO.
           COMPUTE CUST-SUB = SW-MONTH-SUB - 8.
           ADD SW-TOTAL-OPEN   TO CU-TOTAL-OPEN (CUST-SUB).
           ADD SW-BILLED-SALES TO CU-BILLED-SALES (CUST-SUB).
           PERFORM 400-RETURN-NEXT-SORT-RECORD.
      *
       420-TEST-CUSTOMER-DSO.
      *
           PERFORM 430-SET-CUSTOMER-MONTH-DSO
               VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > 4.
           IF CU-DSO (2) > CU-DSO (1)
             AND CU-DSO (3) > CU-DSO (2)
             AND CU-DSO (4) > CU-DSO (3)
               PERFORM 440-PRINT-FLAGGED-CUSTOMER.
      *
       430-SET-CUSTOMER-MONTH-DSO.
      *
           EVALUATE TRUE
               WHEN CU-TOTAL-OPEN (CUST-SUB) NOT > ZERO
                   MOVE ZERO TO CU-DSO (CUST-SUB)
               WHEN CU-BILLED-SALES (CUST-SUB) NOT > ZERO
                   MOVE 99999.9 TO CU-DSO (CUST-SUB)
               WHEN OTHER
                   MOVE CU-TOTAL-OPEN (CUST-SUB)   TO DSO-OPEN
                   MOVE CU-BILLED-SALES (CUST-SUB) TO DSO-SALES
                   MOVE MT-DAYS (CUST-SUB + 8)     TO DSO-DAYS
                   PERFORM 500-COMPUTE-DSO
                   MOVE DSO-RESULT TO CU-DSO (CUST-SUB)
           END-EVALUATE.
      *
       440-PRINT-FLAGGED-CUSTOMER.
      *
           ADD 1 TO CUSTOMERS-FLAGGED.
           MOVE OLD-CUSTOMER-NO TO CM-CUSTOMER-NUMBER.
           READ CUSTMASI
               INVALID KEY
                   MOVE "NOT ON MASTER" TO CM-CUSTOMER-NAME
           END-READ.
           MOVE OLD-CUSTOMER-NO  TO AFL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME TO AFL-CUSTOMER-NAME.
           PERFORM 450-SET-FLAG-LINE-DSO
               VARYING CUST-SUB FROM 1 BY 1
               UNTIL CUST-SUB > 4.
           MOVE CU-TOTAL-OPEN (4) TO AFL-TOTAL-OPEN.
           MOVE ARS-FLAG-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       450-SET-FLAG-LINE-DSO.
      *
           MOVE CU-DSO (CUST-SUB) TO AFL-DSO (CUST-SUB).
      *
       500-COMPUTE-DSO.
      *
           COMPUTE DSO-RESULT ROUNDED =
               DSO-OPEN / DSO-SALES * DSO-DAYS
               ON SIZE ERROR
                   MOVE 99999.9 TO DSO-RESULT.
