       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CPR1000.
      *
      *    CUSTOMER MASTER PARALLEL-RUN COMPARISON. WHILE THE BATCH
      *    POSTING RUNS MOVE FROM THE SEQUENTIAL CUSTMAST TO THE
      *    INDEXED CUSTMASI, THE OLD RUNS KEEP POSTING CUSTMAST
      *    ALONGSIDE FOR THE PARALLEL PERIOD. AFTER EACH CYCLE
      *    THIS RUN MATCHES THE TWO MASTERS BY CUSTOMER NUMBER,
      *    LISTS EVERY CUSTOMER ON ONLY ONE OF THEM AND EVERY FIELD
      *    THAT DIFFERS, TOTALS THE CUSTOMERS AND THE FOUR SALES
      *    BUCKETS FOR EACH FILE, AND ENDS WITH A VERDICT. CUSTMAST
      *    IS RETIRED ONLY AFTER THE VERDICT HAS COME BACK SAME
      *    FOR A FULL CYCLE OF BILLING, POSTING, AND YEAR-END.
      *    THE HAND-EDITED CUSTMAST IS NOT TRUSTED TO BE IN KEY
      *    ORDER, SO IT IS SORTED BEFORE THE MATCH.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CUSTMAST ASSIGN TO "C:\COBOL\DATA\CUSTMAST.DAT"
                           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk22.dat".
           SELECT CPRRPT   ASSIGN TO "c:\cobol\data\cpr1rpt.prn".
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat"
                           FILE STATUS IS BATCHLOG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CUSTMAST.
      *
       01  SEQUENTIAL-RECORD-AREA      PIC X(57).
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
       SD  SORTWORK.
      *
       01  SORT-WORK-RECORD.
           05  FILLER                  PIC X(4).
           05  SW-CUSTOMER-NUMBER      PIC X(5).
           05  FILLER                  PIC X(48).
      *
       FD  CPRRPT.
      *
       01  PRINT-AREA                  PIC X(90).
      *
       FD  BATCHLOG.
      *
       COPY "Batchlog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  SORTWORK-EOF-SWITCH         PIC X   VALUE "N".
               88  SORTWORK-EOF                    VALUE "Y".
           05  CUSTMASI-EOF-SWITCH         PIC X   VALUE "N".
               88  CUSTMASI-EOF                    VALUE "Y".
           05  CUSTOMER-DIFFERS-SWITCH     PIC X   VALUE "N".
               88  CUSTOMER-DIFFERS                VALUE "Y".
           05  MASTERS-AGREE-SWITCH        PIC X   VALUE "N".
               88  MASTERS-AGREE                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTMAST-FILE-STATUS    PIC XX.
               88  CUSTMAST-SUCCESSFUL         VALUE "00".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  BATCHLOG-FILE-STATUS    PIC XX.
               88  BATCHLOG-SUCCESSFUL         VALUE "00".
      *
       01  OLD-CUSTOMER-RECORD.
           05  OC-BRANCH-NUMBER        PIC 9(2).
           05  OC-SALESREP-NUMBER      PIC 9(2).
           05  OC-CUSTOMER-NUMBER      PIC X(5).
           05  OC-CUSTOMER-NAME        PIC X(20).
           05  OC-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  OC-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  OC-SALES-YTD-2          PIC S9(5)V9(2).
           05  OC-SALES-YTD-3          PIC S9(5)V9(2).
      *
       01  MATCH-KEY-FIELDS.
           05  OLD-CUSTOMER-KEY        PIC X(5).
           05  NEW-CUSTOMER-KEY        PIC X(5).
      *
       01  COUNT-FIELDS.
           05  CUSTOMERS-MATCHED       PIC S9(5)   COMP  VALUE ZERO.
           05  CUSTOMERS-DIFFERING     PIC S9(5)   COMP  VALUE ZERO.
           05  OLD-ONLY-COUNT          PIC S9(5)   COMP  VALUE ZERO.
           05  NEW-ONLY-COUNT          PIC S9(5)   COMP  VALUE ZERO.
           05  TOTAL-SUB               PIC S9(3)   COMP.
      *
      *    ONE ROW PER TOTAL PRINTED AT THE END: THE CUSTOMER COUNT
      *    AND THE FOUR SALES BUCKETS, FOR EACH MASTER.
      *
       01  MASTER-TOTAL-TABLE.
           05  MASTER-TOTAL-ENTRY      OCCURS 5 TIMES.
               10  MT-OLD-TOTAL        PIC S9(9)V9(2).
               10  MT-NEW-TOTAL        PIC S9(9)V9(2).
      *
       01  TOTAL-LABEL-VALUES.
           05  FILLER                  PIC X(16) VALUE "CUSTOMERS".
           05  FILLER                  PIC X(16) VALUE "SALES THIS YTD".
           05  FILLER                  PIC X(16) VALUE "SALES LAST YTD".
           05  FILLER                  PIC X(16) VALUE "SALES YTD-2".
           05  FILLER                  PIC X(16) VALUE "SALES YTD-3".
       01  TOTAL-LABEL-TABLE REDEFINES TOTAL-LABEL-VALUES.
           05  TOTAL-LABEL             PIC X(16)  OCCURS 5 TIMES.
      *
       01  COMPARE-WORK-FIELDS.
           05  DIFF-FIELD-NAME         PIC X(16).
           05  DIFF-OLD-AMOUNT         PIC S9(5)V9(2).
           05  DIFF-NEW-AMOUNT         PIC S9(5)V9(2).
           05  EDITED-AMOUNT           PIC ZZ,ZZ9.99-.
           05  EDITED-NUMBER           PIC Z9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(07).
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
       01  CPR-HEADING-LINE-1.
           05  FILLER                  PIC X(50)
               VALUE "CPR1000  CUSTOMER MASTER PARALLEL-RUN COMPARISON".
           05  FILLER                  PIC X(6)  VALUE "RUN ".
           05  CHL1-RUN-DATE           PIC 9(8).
      *
       01  CPR-HEADING-LINE-2.
           05  FILLER                  PIC X(9)  VALUE "CUSTOMER".
           05  FILLER                  PIC X(18) VALUE "FIELD".
           05  FILLER                  PIC X(22) VALUE "ON CUSTMAST".
           05  FILLER                  PIC X(22) VALUE "ON CUSTMASI".
      *
       01  CPR-DIFFERENCE-LINE.
           05  CDL-CUSTOMER-NO         PIC X(5).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  CDL-FIELD-NAME          PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CDL-OLD-VALUE           PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CDL-NEW-VALUE           PIC X(20).
      *
       01  CPR-TOTAL-HEADING-LINE.
           05  FILLER                  PIC X(18) VALUE SPACE.
           05  FILLER                  PIC X(18)
               VALUE "       CUSTMAST".
           05  FILLER                  PIC X(18)
               VALUE "       CUSTMASI".
           05  FILLER                  PIC X(18)
               VALUE "     DIFFERENCE".
      *
       01  CPR-TOTAL-LINE.
           05  CTL-LABEL               PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CTL-OLD-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  CTL-NEW-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  CTL-DIFFERENCE          PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  CPR-COUNT-LINE.
           05  CCL-LABEL               PIC X(30).
           05  CCL-COUNT               PIC ZZ,ZZ9.
      *
       01  CPR-VERDICT-LINE.
           05  FILLER                  PIC X(9)  VALUE "VERDICT: ".
           05  CVL-VERDICT             PIC X(60).
      *
       PROCEDURE DIVISION.
      *
       000-COMPARE-CUSTOMER-MASTERS.
      *
           DISPLAY "CPR1000 CUSTOMER MASTER PARALLEL-RUN COMPARISON".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           OPEN INPUT CUSTMAST.
           IF NOT CUSTMAST-SUCCESSFUL
               DISPLAY "CUSTMAST COULD NOT BE OPENED -- NOTHING "
                   "TO COMPARE."
               STOP RUN.
           CLOSE CUSTMAST.
           OPEN INPUT CUSTMASI.
           IF NOT CUSTMASI-SUCCESSFUL
               DISPLAY "CUSTMASI COULD NOT BE OPENED -- HAS CNV1000 "
                   "BEEN RUN?"
               STOP RUN.
           INITIALIZE MASTER-TOTAL-TABLE.
           OPEN OUTPUT CPRRPT.
           SORT SORTWORK
               ON ASCENDING KEY SW-CUSTOMER-NUMBER
               USING CUSTMAST
               OUTPUT PROCEDURE IS 100-MATCH-CUSTOMER-MASTERS.
           CLOSE CUSTMASI.
           PERFORM 500-PRINT-MASTER-TOTALS.
           CLOSE CPRRPT.
           PERFORM 600-WRITE-BATCH-LOG-RECORD.
           IF MASTERS-AGREE
               DISPLAY "CPR1000  MASTERS AGREE -- SEE CPR1RPT."
           ELSE
               DISPLAY "CPR1000  MASTERS DIFFER -- SEE CPR1RPT.".
           STOP RUN.
      *
      *    A CLASSIC TWO-FILE MATCH ON CUSTOMER NUMBER. A FILE AT
      *    END CARRIES HIGH-VALUES AS ITS KEY SO THE OTHER FILE
      *    RUNS OUT ITS REMAINING RECORDS AS UNMATCHED.
      *
       100-MATCH-CUSTOMER-MASTERS.
      *
           MOVE RUN-DATE TO CHL1-RUN-DATE.
           MOVE CPR-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE CPR-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 110-RETURN-OLD-CUSTOMER.
           PERFORM 120-READ-NEW-CUSTOMER.
           PERFORM 200-MATCH-NEXT-CUSTOMER
               UNTIL SORTWORK-EOF AND CUSTMASI-EOF.
      *
       110-RETURN-OLD-CUSTOMER.
      *
           RETURN SORTWORK INTO OLD-CUSTOMER-RECORD
               AT END
                   MOVE "Y" TO SORTWORK-EOF-SWITCH
                   MOVE HIGH-VALUES TO OLD-CUSTOMER-KEY
               NOT AT END
                   MOVE OC-CUSTOMER-NUMBER TO OLD-CUSTOMER-KEY
           END-RETURN.
      *
       120-READ-NEW-CUSTOMER.
      *
           READ CUSTMASI NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMASI-EOF-SWITCH
                   MOVE HIGH-VALUES TO NEW-CUSTOMER-KEY
               NOT AT END
                   MOVE CM-CUSTOMER-NUMBER TO NEW-CUSTOMER-KEY
           END-READ.
      *
       200-MATCH-NEXT-CUSTOMER.
      *
           EVALUATE TRUE
               WHEN OLD-CUSTOMER-KEY < NEW-CUSTOMER-KEY
                   PERFORM 210-LIST-OLD-ONLY-CUSTOMER
                   PERFORM 110-RETURN-OLD-CUSTOMER
               WHEN OLD-CUSTOMER-KEY > NEW-CUSTOMER-KEY
                   PERFORM 220-LIST-NEW-ONLY-CUSTOMER
                   PERFORM 120-READ-NEW-CUSTOMER
               WHEN OTHER
                   PERFORM 300-COMPARE-MATCHED-CUSTOMER
                   PERFORM 110-RETURN-OLD-CUSTOMER
                   PERFORM 120-READ-NEW-CUSTOMER
           END-EVALUATE.
      *
       210-LIST-OLD-ONLY-CUSTOMER.
      *
           ADD 1 TO OLD-ONLY-COUNT.
           PERFORM 400-ADD-OLD-TOTALS.
           MOVE OC-CUSTOMER-NUMBER TO CDL-CUSTOMER-NO.
           MOVE "CUSTOMER"         TO CDL-FIELD-NAME.
           MOVE OC-CUSTOMER-NAME   TO CDL-OLD-VALUE.
           MOVE "NOT ON FILE"      TO CDL-NEW-VALUE.
           PERFORM 390-PRINT-DIFFERENCE-LINE.
      *
       220-LIST-NEW-ONLY-CUSTOMER.
      *
           ADD 1 TO NEW-ONLY-COUNT.
           PERFORM 410-ADD-NEW-TOTALS.
           MOVE CM-CUSTOMER-NUMBER TO CDL-CUSTOMER-NO.
           MOVE "CUSTOMER"         TO CDL-FIELD-NAME.
           MOVE "NOT ON FILE"      TO CDL-OLD-VALUE.
           MOVE CM-CUSTOMER-NAME   TO CDL-NEW-VALUE.
           PERFORM 390-PRINT-DIFFERENCE-LINE.
      *
      *    EVERY FIELD THAT DIFFERS GETS ITS OWN LINE, SO A BUCKET
      *    POSTED ON ONE SIDE ONLY SHOWS UP AS EXACTLY THAT.
      *
       300-COMPARE-MATCHED-CUSTOMER.
      *
           ADD 1 TO CUSTOMERS-MATCHED.
           PERFORM 400-ADD-OLD-TOTALS.
           PERFORM 410-ADD-NEW-TOTALS.
           MOVE "N" TO CUSTOMER-DIFFERS-SWITCH.
           MOVE OC-CUSTOMER-NUMBER TO CDL-CUSTOMER-NO.
           IF OC-BRANCH-NUMBER NOT = CM-BRANCH-NUMBER
               MOVE "BRANCH"         TO CDL-FIELD-NAME
               MOVE OC-BRANCH-NUMBER TO EDITED-NUMBER
               MOVE EDITED-NUMBER    TO CDL-OLD-VALUE
               MOVE CM-BRANCH-NUMBER TO EDITED-NUMBER
               MOVE EDITED-NUMBER    TO CDL-NEW-VALUE
               PERFORM 390-PRINT-DIFFERENCE-LINE.
           IF OC-SALESREP-NUMBER NOT = CM-SALESREP-NUMBER
               MOVE "SALES REP"        TO CDL-FIELD-NAME
               MOVE OC-SALESREP-NUMBER TO EDITED-NUMBER
               MOVE EDITED-NUMBER      TO CDL-OLD-VALUE
               MOVE CM-SALESREP-NUMBER TO EDITED-NUMBER
               MOVE EDITED-NUMBER      TO CDL-NEW-VALUE
               PERFORM 390-PRINT-DIFFERENCE-LINE.
           IF OC-CUSTOMER-NAME NOT = CM-CUSTOMER-NAME
               MOVE "NAME"           TO CDL-FIELD-NAME
               MOVE OC-CUSTOMER-NAME TO CDL-OLD-VALUE
               MOVE CM-CUSTOMER-NAME TO CDL-NEW-VALUE
               PERFORM 390-PRINT-DIFFERENCE-LINE.
           MOVE "SALES THIS YTD"  TO DIFF-FIELD-NAME.
           MOVE OC-SALES-THIS-YTD TO DIFF-OLD-AMOUNT.
           MOVE CM-SALES-THIS-YTD TO DIFF-NEW-AMOUNT.
           PERFORM 310-COMPARE-SALES-BUCKET.
           MOVE "SALES LAST YTD"  TO DIFF-FIELD-NAME.
           MOVE OC-SALES-LAST-YTD TO DIFF-OLD-AMOUNT.
           MOVE CM-SALES-LAST-YTD TO DIFF-NEW-AMOUNT.
           PERFORM 310-COMPARE-SALES-BUCKET.
           MOVE "SALES YTD-2"     TO DIFF-FIELD-NAME.
           MOVE OC-SALES-YTD-2    TO DIFF-OLD-AMOUNT.
           MOVE CM-SALES-YTD-2    TO DIFF-NEW-AMOUNT.
           PERFORM 310-COMPARE-SALES-BUCKET.
           MOVE "SALES YTD-3"     TO DIFF-FIELD-NAME.
           MOVE OC-SALES-YTD-3    TO DIFF-OLD-AMOUNT.
           MOVE CM-SALES-YTD-3    TO DIFF-NEW-AMOUNT.
           PERFORM 310-COMPARE-SALES-BUCKET.
           IF CUSTOMER-DIFFERS
               ADD 1 TO CUSTOMERS-DIFFERING.
      *
       310-COMPARE-SALES-BUCKET.
      *
           IF DIFF-OLD-AMOUNT NOT = DIFF-NEW-AMOUNT
               MOVE DIFF-FIELD-NAME TO CDL-FIELD-NAME
               MOVE DIFF-OLD-AMOUNT TO EDITED-AMOUNT
               MOVE EDITED-AMOUNT   TO CDL-OLD-VALUE
               MOVE DIFF-NEW-AMOUNT TO EDITED-AMOUNT
               MOVE EDITED-AMOUNT   TO CDL-NEW-VALUE
               PERFORM 390-PRINT-DIFFERENCE-LINE.
      *
       390-PRINT-DIFFERENCE-LINE.
      *
           MOVE "Y" TO CUSTOMER-DIFFERS-SWITCH.
           MOVE CPR-DIFFERENCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       400-ADD-OLD-TOTALS.
      *
           ADD 1                 TO MT-OLD-TOTAL (1).
           ADD OC-SALES-THIS-YTD TO MT-OLD-TOTAL (2).
           ADD OC-SALES-LAST-YTD TO MT-OLD-TOTAL (3).
           ADD OC-SALES-YTD-2    TO MT-OLD-TOTAL (4).
           ADD OC-SALES-YTD-3    TO MT-OLD-TOTAL (5).
      *
       410-ADD-NEW-TOTALS.
      *
           ADD 1                 TO MT-NEW-TOTAL (1).
           ADD CM-SALES-THIS-YTD TO MT-NEW-TOTAL (2).
           ADD CM-SALES-LAST-YTD TO MT-NEW-TOTAL (3).
           ADD CM-SALES-YTD-2    TO MT-NEW-TOTAL (4).
           ADD CM-SALES-YTD-3    TO MT-NEW-TOTAL (5).
      *
      *    THE MASTERS AGREE ONLY WHEN NO CUSTOMER IS ON ONE FILE
      *    ALONE, NO MATCHED CUSTOMER DIFFERS IN ANY FIELD, AND SO
      *    EVERY TOTAL IS THE SAME. THE TOTALS ARE PRINTED EITHER
      *    WAY -- THEY ARE THE FIGURES THE SIGN-OFF IS MADE ON.
      *
       500-PRINT-MASTER-TOTALS.
      *
           MOVE CPR-TOTAL-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "Y" TO MASTERS-AGREE-SWITCH.
           PERFORM 510-PRINT-TOTAL-LINE
               VARYING TOTAL-SUB FROM 1 BY 1
               UNTIL TOTAL-SUB > 5.
           MOVE "CUSTOMERS MATCHED:"          TO CCL-LABEL.
           MOVE CUSTOMERS-MATCHED             TO CCL-COUNT.
           MOVE CPR-COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "MATCHED BUT DIFFERING:"      TO CCL-LABEL.
           MOVE CUSTOMERS-DIFFERING           TO CCL-COUNT.
           PERFORM 520-PRINT-COUNT-LINE.
           MOVE "ON CUSTMAST ONLY:"           TO CCL-LABEL.
           MOVE OLD-ONLY-COUNT                TO CCL-COUNT.
           PERFORM 520-PRINT-COUNT-LINE.
           MOVE "ON CUSTMASI ONLY:"           TO CCL-LABEL.
           MOVE NEW-ONLY-COUNT                TO CCL-COUNT.
           PERFORM 520-PRINT-COUNT-LINE.
           IF CUSTOMERS-DIFFERING > ZERO
                   OR OLD-ONLY-COUNT > ZERO
                   OR NEW-ONLY-COUNT > ZERO
               MOVE "N" TO MASTERS-AGREE-SWITCH.
           IF MASTERS-AGREE
               MOVE "SAME CUSTOMERS AND TOTALS ON BOTH MASTERS"
                   TO CVL-VERDICT
           ELSE
               MOVE "DIFFERENT -- RESOLVE EVERY LINE ABOVE FIRST"
                   TO CVL-VERDICT.
           MOVE CPR-VERDICT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       510-PRINT-TOTAL-LINE.
      *
           MOVE TOTAL-LABEL (TOTAL-SUB)  TO CTL-LABEL.
           MOVE MT-OLD-TOTAL (TOTAL-SUB) TO CTL-OLD-TOTAL.
           MOVE MT-NEW-TOTAL (TOTAL-SUB) TO CTL-NEW-TOTAL.
           COMPUTE CTL-DIFFERENCE =
               MT-NEW-TOTAL (TOTAL-SUB) - MT-OLD-TOTAL (TOTAL-SUB).
           IF MT-OLD-TOTAL (TOTAL-SUB) NOT = MT-NEW-TOTAL (TOTAL-SUB)
               MOVE "N" TO MASTERS-AGREE-SWITCH.
           MOVE CPR-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       520-PRINT-COUNT-LINE.
      *
           MOVE CPR-COUNT-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       600-WRITE-BATCH-LOG-RECORD.
      *
           OPEN EXTEND BATCHLOG.
           IF BATCHLOG-SUCCESSFUL
               MOVE "CPR1000"          TO BL-JOB-NAME
               MOVE RUN-DATE           TO BL-RUN-DATE
               MOVE MT-OLD-TOTAL (1)   TO BL-RECORDS-READ
               MOVE CUSTOMERS-MATCHED  TO BL-RECORDS-WRITTEN
               COMPUTE BL-RECORDS-REJECTED = CUSTOMERS-DIFFERING
                   + OLD-ONLY-COUNT + NEW-ONLY-COUNT
               IF MASTERS-AGREE
                   MOVE "OK"           TO BL-OUTCOME
               ELSE
                   MOVE "FAILED"       TO BL-OUTCOME
               END-IF
               MOVE JOB-START-TIME     TO BL-START-TIME
               MOVE FUNCTION CURRENT-DATE
                   TO CURRENT-DATE-AND-TIME
               MOVE RUN-TIME           TO BL-END-TIME
               WRITE BATCH-LOG-RECORD
               CLOSE BATCHLOG.
