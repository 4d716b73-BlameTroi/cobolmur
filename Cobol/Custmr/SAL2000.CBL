      *    FILE, AND PRINTS A POSTING REGISTER WITH CONTROL TOTALS.
      *    TRANSACTIONS FOR CUSTOMERS NOT ON THE MASTER STAY
      *    UNPOSTED AND PRINT ON THE REGISTER SO NOTHING IS LOST.
      *    THE MASTER IS POSTED BY KEY UNDER A LOCK IN THE JOB'S
      *    NAME; A CUSTOMER OPEN ON THE MAINTENANCE SCREEN IS LEFT
      *    UNPOSTED FOR THE NEXT RUN.
      *
       ENVIRONMENT DIVISION.
      *
                           FILE STATUS IS SALESTRN-FILE-STATUS.
           SELECT SALESNEW ASSIGN TO "c:\cobol\data\salestrnn.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT SALREG   ASSIGN TO "c:\cobol\data\sal2reg.prn".
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat"
                           FILE STATUS IS BATCHLOG-FILE-STATUS.
      *
       01  NEW-SALES-DETAIL-RECORD    PIC X(31).
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
       01  SWITCHES.
           05  SALESTRN-EOF-SWITCH         PIC X   VALUE "N".
               88  SALESTRN-EOF                    VALUE "Y".
           05  CUSTMASI-OPEN-SWITCH        PIC X   VALUE "N".
               88  CUSTMASI-OPEN                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  SALESTRN-FILE-STATUS    PIC XX.
               88  SALESTRN-SUCCESSFUL         VALUE "00".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  BATCHLOG-FILE-STATUS    PIC XX.
               88  BATCHLOG-SUCCESSFUL         VALUE "00".
      *
           05  RECORDS-UNMATCHED       PIC 9(7)    VALUE ZERO.
           05  RECORDS-SUSPENDED       PIC 9(5)    VALUE ZERO.
           05  RECORDS-TABLE-FULL      PIC 9(7)    VALUE ZERO.
           05  RECORDS-HELD            PIC 9(7)    VALUE ZERO.
           05  POST-SUB                PIC S9(3)   COMP.
      *
       01  TOTAL-FIELDS.
           05  AMOUNT-POSTED-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05  AMOUNT-UNMATCHED-TOTAL  PIC S9(9)V99 VALUE ZERO.
           05  AMOUNT-HELD-TOTAL       PIC S9(9)V99 VALUE ZERO.
      *
       01  POSTING-TABLE.
           05  POSTING-ENTRY-COUNT     PIC S9(3)   COMP  VALUE ZERO.
               10  PT-POSTING-AMOUNT       PIC S9(7)V99.
               10  PT-MATCHED-SWITCH       PIC X.
                   88  PT-MATCHED                  VALUE "Y".
                   88  PT-HELD                     VALUE "H".
               10  PT-HOLDER-ID            PIC X(8).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
       COPY "Fpcreq.cpy".
      *
       COPY "Lckreq.cpy".
      *
       01  SAL-SUSPENSE-LINE.
           05  FILLER                  PIC X(11)
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SDL-AMOUNT              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  SDL-OUTCOME             PIC X(30).
      *
       01  SAL-TOTAL-LINE-1.
           05  FILLER                  PIC X(25)
           05  TL2-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  TL2-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  SAL-TOTAL-LINE-3.
           05  FILLER                  PIC X(25)
               VALUE "TRANSACTIONS HELD:     ".
           05  TL3-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  TL3-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
           CLOSE SALREG.
           DISPLAY "SAL2000  RECORDS POSTED    " RECORDS-POSTED.
           DISPLAY "SAL2000  RECORDS UNMATCHED " RECORDS-UNMATCHED.
           IF RECORDS-HELD > ZERO
               DISPLAY "SAL2000  HELD FOR NEXT RUN " RECORDS-HELD
                   " -- CUSTOMERS IN USE OR MASTER NOT OPENED.".
           IF RECORDS-SUSPENDED > ZERO
               DISPLAY "SAL2000  IN CLOSED PERIODS " RECORDS-SUSPENDED
                   " -- SEE THE SUSPENSE LINES.".
      *
       200-POST-CUSTOMER-MASTER.
      *
      *    IF THE MASTER CANNOT BE OPENED EVERY CUSTOMER IS HELD,
      *    SO THE WHOLE RUN'S TRANSACTIONS STAY UNPOSTED RATHER
      *    THAN BEING REPORTED AS NOT ON THE MASTER.
      *
           OPEN I-O CUSTMASI.
           IF CUSTMASI-SUCCESSFUL
               MOVE "Y" TO CUSTMASI-OPEN-SWITCH
           ELSE
               DISPLAY "CUSTOMER MASTER COULD NOT BE OPENED -- "
                   "STATUS " CUSTMASI-FILE-STATUS.
           PERFORM 210-POST-TABLE-CUSTOMER
               VARYING POSTING-INDEX FROM 1 BY 1
               UNTIL POSTING-INDEX > POSTING-ENTRY-COUNT.
           IF CUSTMASI-OPEN
               CLOSE CUSTMASI.
      *
       210-POST-TABLE-CUSTOMER.
      *
           IF NOT CUSTMASI-OPEN
               SET PT-HELD (POSTING-INDEX) TO TRUE
               MOVE SPACE TO PT-HOLDER-ID (POSTING-INDEX)
           ELSE
               SET LOCK-RECORD TO TRUE
               MOVE "CUSTMASI" TO RL-FILE-NAME
               MOVE PT-CUSTOMER-NO (POSTING-INDEX) TO RL-RECORD-KEY
               MOVE "SAL2000"  TO RL-OPERATOR-ID
               CALL "LCK1000" USING RECORD-LOCK-REQUEST
               IF RECORD-IN-USE
                   SET PT-HELD (POSTING-INDEX) TO TRUE
                   MOVE RL-HOLDER-ID TO PT-HOLDER-ID (POSTING-INDEX)
               ELSE
                   PERFORM 220-POST-CUSTOMER-RECORD
                   SET UNLOCK-RECORD TO TRUE
                   CALL "LCK1000" USING RECORD-LOCK-REQUEST.
      *
       220-POST-CUSTOMER-RECORD.
      *
           MOVE PT-CUSTOMER-NO (POSTING-INDEX) TO CM-CUSTOMER-NUMBER.
           READ CUSTMASI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD PT-POSTING-AMOUNT (POSTING-INDEX)
                       TO CM-SALES-THIS-YTD
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           SET PT-HELD (POSTING-INDEX) TO TRUE
                           MOVE SPACE
                               TO PT-HOLDER-ID (POSTING-INDEX)
                       NOT INVALID KEY
                           SET PT-MATCHED (POSTING-INDEX) TO TRUE
                   END-REWRITE
           END-READ.
      *
       300-REWRITE-DETAIL-FILE.
      *
      *    THE DETAIL FILE IS REWRITTEN WITH POSTED FLAGS SET ON
      *    THE TRANSACTIONS WHOSE CUSTOMER MATCHED. THE OPERATOR
      *    REPLACES SALESTRN WITH SALESTRNN AFTER A CLEAN RUN.
      *
           MOVE "N" TO SALESTRN-EOF-SWITCH.
           OPEN INPUT SALESTRN.
               WHEN POSTING-INDEX > POSTING-ENTRY-COUNT
                   CONTINUE
               WHEN PT-CUSTOMER-NO (POSTING-INDEX) = ST-CUSTOMER-NO
                   EVALUATE TRUE
                       WHEN PT-MATCHED (POSTING-INDEX)
                           SET ST-POSTED TO TRUE
                           ADD 1 TO RECORDS-POSTED
                           ADD ST-SALE-AMOUNT TO AMOUNT-POSTED-TOTAL
                       WHEN PT-HELD (POSTING-INDEX)
                           ADD 1 TO RECORDS-HELD
                           ADD ST-SALE-AMOUNT TO AMOUNT-HELD-TOTAL
                       WHEN OTHER
                           ADD 1 TO RECORDS-UNMATCHED
                           ADD ST-SALE-AMOUNT
                               TO AMOUNT-UNMATCHED-TOTAL
                   END-EVALUATE
           END-SEARCH.
      *
       400-PRINT-POSTING-REGISTER.
           MOVE AMOUNT-UNMATCHED-TOTAL TO TL2-AMOUNT.
           MOVE SAL-TOTAL-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE RECORDS-HELD      TO TL3-COUNT.
           MOVE AMOUNT-HELD-TOTAL TO TL3-AMOUNT.
           MOVE SAL-TOTAL-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       410-PRINT-POSTING-LINE.
      *
           MOVE PT-CUSTOMER-NO (POST-SUB)    TO SDL-CUSTOMER-NO.
           MOVE PT-POSTING-AMOUNT (POST-SUB) TO SDL-AMOUNT.
           EVALUATE TRUE
               WHEN PT-MATCHED (POST-SUB)
                   MOVE "POSTED" TO SDL-OUTCOME
               WHEN PT-HELD (POST-SUB)
                 AND PT-HOLDER-ID (POST-SUB) NOT = SPACE
                   MOVE SPACE TO SDL-OUTCOME
                   STRING "IN USE BY " DELIMITED BY SIZE
                          PT-HOLDER-ID (POST-SUB) DELIMITED BY SPACE
                          " -- NEXT RUN" DELIMITED BY SIZE
                       INTO SDL-OUTCOME
               WHEN PT-HELD (POST-SUB)
                   MOVE "NOT POSTED -- NEXT RUN" TO SDL-OUTCOME
               WHEN OTHER
                   MOVE "CUSTOMER NOT ON MASTER" TO SDL-OUTCOME
           END-EVALUATE.
           MOVE SAL-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
