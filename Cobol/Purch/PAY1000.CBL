      *    SHUFFLE -- THE OPERATOR REPLACES APVCHR WITH APVCHRN
      *    AFTER THE RUN. A CHECK REGISTER WITH CONTROL TOTALS
      *    CLOSES THE PRINT AND THE RUN IS LOGGED TO BATCHLOG.
      *    EVERY CHECK PRINTED IS ALSO APPENDED TO THE CHECK
      *    REGISTER FILE WITH ITS DATE AND AMOUNT, AND TO THE
      *    POSITIVE-PAY ISSUE FILE AS ONE TRANSMISSION FOR THE
      *    BANK -- CHECK NUMBER, DATE, AMOUNT, AND PAYEE, CLOSED BY
      *    A COUNT AND TOTAL TRAILER. PPT1000 SENDS IT.
      *    PVD1000 VOIDS A CHECK AND REOPENS ITS VOUCHERS.
      *
       ENVIRONMENT DIVISION.
           SELECT CHKCTL   ASSIGN TO "c:\cobol\data\chkctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CHKCTL-FILE-STATUS.
           SELECT CHKREG   ASSIGN TO "c:\cobol\data\chkreg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CHKREG-FILE-STATUS.
           SELECT PPAYISS  ASSIGN TO "c:\cobol\data\ppayiss.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PPAYISS-FILE-STATUS.
           SELECT PPCTL    ASSIGN TO "c:\cobol\data\ppctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PPCTL-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk08.dat".
           SELECT CHKRPT   ASSIGN TO "c:\cobol\data\pay1rpt.prn".
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat".
      *
       01  CHECK-CONTROL-RECORD.
           05  CC-LAST-CHECK-NO        PIC 9(6).
      *
       FD  CHKREG.
      *
       COPY "Chkreg.cpy".
      *
       FD  PPAYISS.
      *
       COPY "Ppayiss.cpy".
      *
       FD  PPCTL.
      *
       COPY "Ppctl.cpy".
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       SD  SORTWORK.
      *
               88  SORT-EOF                        VALUE "Y".
           05  FIRST-VENDOR-SWITCH         PIC X   VALUE "Y".
               88  FIRST-VENDOR                    VALUE "Y".
           05  PPAY-HEADER-SWITCH          PIC X   VALUE "N".
               88  PPAY-HEADER-WRITTEN             VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
           05  CHKCTL-FILE-STATUS      PIC XX.
               88  CHKCTL-SUCCESSFUL           VALUE "00".
           05  CHKREG-FILE-STATUS      PIC XX.
               88  CHKREG-SUCCESSFUL           VALUE "00".
           05  PPAYISS-FILE-STATUS     PIC XX.
               88  PPAYISS-SUCCESSFUL          VALUE "00".
           05  PPCTL-FILE-STATUS       PIC XX.
               88  PPCTL-SUCCESSFUL            VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  CUTOFF-DATE             PIC 9(8).
           05  NEXT-CHECK-NO           PIC 9(6)    VALUE ZERO.
           05  CHECK-AMOUNT            PIC S9(9)V99 VALUE ZERO.
           05  RUN-TOTAL-AMOUNT        PIC S9(9)V99 VALUE ZERO.
      *
       01  POSITIVE-PAY-FIELDS.
           05  PPAY-DETAIL-COUNT       PIC 9(6)     VALUE ZERO.
           05  PPAY-AMOUNT-TOTAL       PIC 9(10)V99 VALUE ZERO.
      *
       01  VENDOR-CHECK-TABLE.
           05  CHECK-ENTRY-COUNT       PIC S9(3)   COMP  VALUE ZERO.
           DISPLAY "PAY1000 VENDOR PAYMENT RUN".
           DISPLAY "ENTER PAYMENT CUTOFF DATE (YYYYMMDD).".
           ACCEPT CUTOFF-DATE.
           PERFORM 040-GET-POSITIVE-PAY-CONTROL.
           PERFORM 050-GET-NEXT-CHECK-NUMBER.
           OPEN OUTPUT CHKRPT.
           OPEN EXTEND CHKREG.
           IF NOT CHKREG-SUCCESSFUL
               OPEN OUTPUT CHKREG.
           OPEN EXTEND PPAYISS.
           IF NOT PPAYISS-SUCCESSFUL
               OPEN OUTPUT PPAYISS.
           OPEN INPUT VENDMAST.
           SORT SORTWORK
               ON ASCENDING KEY SW-VENDOR-NO
                                SW-VOUCHER-NO
           MOVE RUN-TOTAL-AMOUNT     TO PRL-RUN-TOTAL.
           MOVE PAY-REGISTER-LINE TO PAY-PRINT-AREA.
           WRITE PAY-PRINT-AREA AFTER ADVANCING PAGE.
           IF PPAY-HEADER-WRITTEN
               PERFORM 330-WRITE-POSITIVE-PAY-TRAILER
               PERFORM 090-SAVE-POSITIVE-PAY-CONTROL.
           CLOSE CHKRPT
                 CHKREG
                 PPAYISS
                 VENDMAST.
           IF CHECKS-WRITTEN-COUNT > ZERO
               PERFORM 400-STAMP-PAID-VOUCHERS
               PERFORM 080-SAVE-NEXT-CHECK-NUMBER
               DISPLAY "REPLACE APVCHR WITH APVCHRN TO COMPLETE "
                   "THE PAYMENT RUN.".
           PERFORM 500-WRITE-BATCH-LOG-RECORD.
           IF PPAY-HEADER-WRITTEN
               PERFORM 510-WRITE-ISSUE-FILE-LOG-RECORD.
           DISPLAY "PAY1000 CHECKS WRITTEN " CHECKS-WRITTEN-COUNT
               "  VOUCHERS PAID " VOUCHERS-PAID-COUNT.
           STOP RUN.
      *
       040-GET-POSITIVE-PAY-CONTROL.
      *
      *    NO CHECK IS PRINTED THAT THE BANK WILL NOT HEAR ABOUT --
      *    WITHOUT THE CONTROL RECORD THERE IS NO ACCOUNT NUMBER
      *    FOR THE ISSUE FILE, SO THE RUN STOPS BEFORE IT STARTS.
      *
           OPEN INPUT PPCTL.
           IF NOT PPCTL-SUCCESSFUL
               DISPLAY "NO POSITIVE-PAY CONTROL RECORD -- SET UP "
                   "PPCTL BEFORE THE PAYMENT RUN."
               STOP RUN.
           READ PPCTL
               AT END
                   MOVE SPACE TO PP-BANK-ACCOUNT-NO
           END-READ.
           CLOSE PPCTL.
           IF PP-BANK-ACCOUNT-NO = SPACE
               DISPLAY "NO BANK ACCOUNT ON THE POSITIVE-PAY CONTROL "
                   "RECORD -- CORRECT PPCTL BEFORE THE PAYMENT RUN."
               STOP RUN.
      *
       050-GET-NEXT-CHECK-NUMBER.
      *
           MOVE NEXT-CHECK-NO TO CC-LAST-CHECK-NO.
           WRITE CHECK-CONTROL-RECORD.
           CLOSE CHKCTL.
      *
       090-SAVE-POSITIVE-PAY-CONTROL.
      *
           OPEN OUTPUT PPCTL.
           WRITE POSITIVE-PAY-CONTROL-RECORD.
           CLOSE PPCTL.
      *
       100-RELEASE-DUE-VOUCHERS.
      *
           MOVE CHECK-AMOUNT TO PCT-CHECK-AMOUNT.
           MOVE PAY-CHECK-TOTAL-LINE TO PAY-PRINT-AREA.
           WRITE PAY-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 310-WRITE-CHECK-REGISTER.
           MOVE ZERO TO CHECK-AMOUNT.
      *
       310-WRITE-CHECK-REGISTER.
      *
           MOVE NEXT-CHECK-NO TO CR-CHECK-NO.
           SET CHECK-ISSUED   TO TRUE.
           MOVE RUN-DATE      TO CR-ENTRY-DATE.
           MOVE OLD-VENDOR-NO TO CR-VENDOR-NO.
           MOVE CHECK-AMOUNT  TO CR-CHECK-AMOUNT.
           WRITE CHECK-REGISTER-RECORD.
           PERFORM 320-WRITE-POSITIVE-PAY-DETAIL.
      *
       320-WRITE-POSITIVE-PAY-DETAIL.
      *
           IF NOT PPAY-HEADER-WRITTEN
               ADD 1 TO PP-LAST-TRANSMISSION-NO
               MOVE SPACE TO PPAY-HEADER-RECORD
               MOVE "H"                     TO PH-RECORD-TYPE
               MOVE PP-BANK-ACCOUNT-NO      TO PH-ACCOUNT-NO
               MOVE PP-LAST-TRANSMISSION-NO TO PH-TRANSMISSION-NO
               MOVE RUN-DATE                TO PH-FILE-DATE
               WRITE PPAY-HEADER-RECORD
               MOVE "Y" TO PPAY-HEADER-SWITCH.
           MOVE OLD-VENDOR-NO TO VM-VENDOR-NO.
           READ VENDMAST
               INVALID KEY
                   MOVE SPACE TO VM-VENDOR-NAME
           END-READ.
           MOVE SPACE TO PPAY-DETAIL-RECORD.
           MOVE "D"                TO PD-RECORD-TYPE.
           MOVE PP-BANK-ACCOUNT-NO TO PD-ACCOUNT-NO.
           MOVE NEXT-CHECK-NO      TO PD-CHECK-NO.
           MOVE RUN-DATE           TO PD-ISSUE-DATE.
           MOVE CHECK-AMOUNT       TO PD-CHECK-AMOUNT.
           SET PD-CHECK-ISSUED     TO TRUE.
           MOVE VM-VENDOR-NAME     TO PD-PAYEE-NAME.
           WRITE PPAY-DETAIL-RECORD.
           ADD 1 TO PPAY-DETAIL-COUNT.
           ADD CHECK-AMOUNT TO PPAY-AMOUNT-TOTAL.
      *
       330-WRITE-POSITIVE-PAY-TRAILER.
      *
           MOVE SPACE TO PPAY-TRAILER-RECORD.
           MOVE "T"                     TO PT-RECORD-TYPE.
           MOVE PP-BANK-ACCOUNT-NO      TO PT-ACCOUNT-NO.
           MOVE PP-LAST-TRANSMISSION-NO TO PT-TRANSMISSION-NO.
           MOVE PPAY-DETAIL-COUNT       TO PT-DETAIL-COUNT.
           MOVE PPAY-AMOUNT-TOTAL       TO PT-AMOUNT-TOTAL.
           WRITE PPAY-TRAILER-RECORD.
      *
       400-STAMP-PAID-VOUCHERS.
      *
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
      *
       510-WRITE-ISSUE-FILE-LOG-RECORD.
      *
      *    A SEPARATE LOG LINE FOR THE ISSUE FILE SO THE MORNING
      *    SUMMARY SHOWS THE BANK'S TRANSMISSION WAS CREATED.
      *
           OPEN EXTEND BATCHLOG.
           MOVE "PPAYISS"              TO BL-JOB-NAME.
           MOVE RUN-DATE               TO BL-RUN-DATE.
           MOVE CHECKS-WRITTEN-COUNT   TO BL-RECORDS-READ.
           MOVE PPAY-DETAIL-COUNT      TO BL-RECORDS-WRITTEN.
           MOVE ZERO                   TO BL-RECORDS-REJECTED.
           MOVE "OK"                   TO BL-OUTCOME.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
