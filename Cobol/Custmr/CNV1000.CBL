      *    TO BE IN KEY ORDER -- THE LOAD RUNS RANDOM AND REJECTS
      *    DUPLICATE CUSTOMER NUMBERS TO THE CONSOLE.
      *
      *    CUSTMASI IS NOW THE ONLY CUSTOMER MASTER -- THE SCREENS
      *    AND THE BATCH RUNS ALL UPDATE IT IN PLACE -- SO THIS IS
      *    A ONE-TIME CONVERSION. LOADING OVER A LIVE CUSTMASI
      *    WOULD REPLACE EVERY CHANGE MADE SINCE WITH THE OLD
      *    SEQUENTIAL FIGURES, SO THE RUN REFUSES IF CUSTMASI
      *    ALREADY HOLDS A RECORD.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT CUSTMASS ASSIGN TO "C:\COBOL\DATA\CUSTMAST.DAT".
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS CI-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat".
      *
       DATA DIVISION.
       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
               88  CUSTMAST-EOF                 VALUE "Y".
           05  CUSTMASI-LOADED-SWITCH  PIC X    VALUE "N".
               88  CUSTMASI-LOADED              VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL          VALUE "00".
      *
       01  RECONCILIATION-COUNTERS.
           05  RECORDS-READ-COUNT      PIC 9(7) VALUE ZERO.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           PERFORM 050-CHECK-CUSTMASI-EMPTY.
           OPEN EXTEND BATCHLOG.
           IF CUSTMASI-LOADED
               DISPLAY "CUSTMASI ALREADY HOLDS CUSTOMER RECORDS -- "
                   "CONVERSION REFUSED."
               DISPLAY "CUSTMASI IS THE LIVE CUSTOMER MASTER AND "
                   "IS NOT RELOADED FROM CUSTMAST."
               PERFORM 220-LOG-REFUSED-RUN
           ELSE
               OPEN INPUT  CUSTMASS
                    OUTPUT CUSTMASI
               PERFORM 100-CREATE-CUSTOMER-RECORD
                   UNTIL CUSTMAST-EOF
               CLOSE CUSTMASS
                     CUSTMASI
               PERFORM 200-PRINT-RECONCILIATION-REPORT
               PERFORM 210-WRITE-BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
           GOBACK.
      *
      *    A CUSTMASI THAT WILL NOT OPEN HAS NEVER BEEN BUILT; ONE
      *    THAT OPENS AND RETURNS A RECORD IS LIVE AND IS LEFT
      *    ALONE.
      *
       050-CHECK-CUSTMASI-EMPTY.
      *
           OPEN INPUT CUSTMASI.
           IF CUSTMASI-SUCCESSFUL
               READ CUSTMASI NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO CUSTMASI-LOADED-SWITCH
               END-READ
               CLOSE CUSTMASI.
      *
       100-CREATE-CUSTOMER-RECORD.
      *
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
      *
       220-LOG-REFUSED-RUN.
      *
           MOVE "CNV1000"              TO BL-JOB-NAME.
           MOVE RUN-DATE               TO BL-RUN-DATE.
           MOVE ZERO                   TO BL-RECORDS-READ.
           MOVE ZERO                   TO BL-RECORDS-WRITTEN.
           MOVE ZERO                   TO BL-RECORDS-REJECTED.
           MOVE "REFUSED"              TO BL-OUTCOME.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
