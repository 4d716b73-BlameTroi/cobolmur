      *    IT UP AGAIN -- THE OTHER HALF OF THE PAY1000 LOOP. THE
      *    VOUCHER FILE IS REWRITTEN THROUGH THE SAME NEW-COPY
      *    SHUFFLE: REPLACE APVCHR WITH APVCHRN AFTER THE RUN.
      *    THE VOID IS APPENDED TO THE CHECK REGISTER FILE SO THE
      *    CHECK NO LONGER COUNTS AS ISSUED, AND A VOID RECORD IS
      *    ADDED TO THE POSITIVE-PAY ISSUE FILE AS ITS OWN
      *    TRANSMISSION SO THE BANK REFUSES THE CHECK IF IT IS
      *    EVER PRESENTED.
      *
       ENVIRONMENT DIVISION.
      *
                           FILE STATUS IS APVCHR-FILE-STATUS.
           SELECT APVNEW   ASSIGN TO "c:\cobol\data\apvchrn.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat".
      *
       DATA DIVISION.
      *
       FD  APVNEW.
      *
       01  NEW-VOUCHER-RECORD          PIC X(81).
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
       FD  BATCHLOG.
      *
       COPY "Batchlog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  APVCHR-EOF-SWITCH           PIC X   VALUE "N".
               88  APVCHR-EOF                      VALUE "Y".
           05  CHKREG-EOF-SWITCH           PIC X   VALUE "N".
               88  CHKREG-EOF                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
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
           05  ENTRY-CHECK-NO          PIC 9(6).
       01  VOID-WORK-FIELDS.
           05  VOUCHERS-REOPENED       PIC 9(5)    VALUE ZERO.
           05  VOIDED-AMOUNT           PIC S9(9)V99 VALUE ZERO.
           05  VOIDED-VENDOR-NO        PIC X(5)    VALUE SPACE.
           05  CHECK-ISSUE-DATE        PIC 9(8)    VALUE ZERO.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
      *
       000-VOID-VENDOR-CHECK.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           DISPLAY "PVD1000 VOID CHECK".
           DISPLAY "ENTER CHECK NUMBER TO VOID.".
           ACCEPT ENTRY-CHECK-NO.
               DISPLAY "CHECK " ENTRY-CHECK-NO " VOIDED -- "
                   VOUCHERS-REOPENED " VOUCHERS REOPENED FOR "
                   DISPLAY-AMOUNT
               PERFORM 150-FIND-CHECK-ISSUE-DATE
               PERFORM 200-WRITE-CHECK-REGISTER
               PERFORM 300-WRITE-POSITIVE-PAY-VOID
               DISPLAY "REPLACE APVCHR WITH APVCHRN TO COMPLETE "
                   "THE VOID.".
           STOP RUN.
                       AND VO-CHECK-NO = ENTRY-CHECK-NO
                       ADD 1 TO VOUCHERS-REOPENED
                       ADD VO-VOUCHER-AMOUNT TO VOIDED-AMOUNT
                       MOVE VO-VENDOR-NO TO VOIDED-VENDOR-NO
                       MOVE ZERO TO VO-CHECK-NO
                       SET VOUCHER-APPROVED TO TRUE
                   END-IF
                   WRITE NEW-VOUCHER-RECORD FROM VOUCHER-RECORD
           END-READ.
      *
       150-FIND-CHECK-ISSUE-DATE.
      *
      *    THE BANK MATCHES A VOID TO THE ISSUE BY CHECK NUMBER AND
      *    DATE, SO THE VOID CARRIES THE DATE THE CHECK WAS ISSUED.
      *    A CHECK WRITTEN BEFORE THE REGISTER BEGAN HAS NO ISSUE
      *    LINE AND GOES WITH THE VOID DATE INSTEAD.
      *
           MOVE RUN-DATE TO CHECK-ISSUE-DATE.
           OPEN INPUT CHKREG.
           IF CHKREG-SUCCESSFUL
               PERFORM 160-READ-NEXT-CHECK-EVENT
                   UNTIL CHKREG-EOF
               CLOSE CHKREG.
      *
       160-READ-NEXT-CHECK-EVENT.
      *
           READ CHKREG
               AT END
                   MOVE "Y" TO CHKREG-EOF-SWITCH
               NOT AT END
                   IF CHECK-ISSUED
                       AND CR-CHECK-NO = ENTRY-CHECK-NO
                       MOVE CR-ENTRY-DATE TO CHECK-ISSUE-DATE
                   END-IF
           END-READ.
      *
       200-WRITE-CHECK-REGISTER.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN EXTEND CHKREG.
           IF NOT CHKREG-SUCCESSFUL
               OPEN OUTPUT CHKREG.
           MOVE ENTRY-CHECK-NO   TO CR-CHECK-NO.
           SET CHECK-VOIDED      TO TRUE.
           MOVE RUN-DATE         TO CR-ENTRY-DATE.
           MOVE VOIDED-VENDOR-NO TO CR-VENDOR-NO.
           MOVE VOIDED-AMOUNT    TO CR-CHECK-AMOUNT.
           WRITE CHECK-REGISTER-RECORD.
           CLOSE CHKREG.
      *
       300-WRITE-POSITIVE-PAY-VOID.
      *
           OPEN INPUT PPCTL.
           IF NOT PPCTL-SUCCESSFUL
               DISPLAY "NO POSITIVE-PAY CONTROL RECORD -- TELL THE "
                   "BANK OF THIS VOID BY HAND."
           ELSE
               READ PPCTL
                   AT END
                       MOVE SPACE TO PP-BANK-ACCOUNT-NO
               END-READ
               CLOSE PPCTL
               IF PP-BANK-ACCOUNT-NO = SPACE
                   DISPLAY "NO BANK ACCOUNT ON THE POSITIVE-PAY "
                       "CONTROL RECORD -- TELL THE BANK OF THIS "
                       "VOID BY HAND."
               ELSE
                   PERFORM 310-WRITE-VOID-TRANSMISSION
                   PERFORM 400-WRITE-BATCH-LOG-RECORD.
      *
       310-WRITE-VOID-TRANSMISSION.
      *
           MOVE VOIDED-VENDOR-NO TO VM-VENDOR-NO.
           OPEN INPUT VENDMAST.
           READ VENDMAST
               INVALID KEY
                   MOVE SPACE TO VM-VENDOR-NAME
           END-READ.
           CLOSE VENDMAST.
           ADD 1 TO PP-LAST-TRANSMISSION-NO.
           OPEN EXTEND PPAYISS.
           IF NOT PPAYISS-SUCCESSFUL
               OPEN OUTPUT PPAYISS.
           MOVE SPACE TO PPAY-HEADER-RECORD.
           MOVE "H"                     TO PH-RECORD-TYPE.
           MOVE PP-BANK-ACCOUNT-NO      TO PH-ACCOUNT-NO.
           MOVE PP-LAST-TRANSMISSION-NO TO PH-TRANSMISSION-NO.
           MOVE RUN-DATE                TO PH-FILE-DATE.
           WRITE PPAY-HEADER-RECORD.
           MOVE SPACE TO PPAY-DETAIL-RECORD.
           MOVE "D"                TO PD-RECORD-TYPE.
           MOVE PP-BANK-ACCOUNT-NO TO PD-ACCOUNT-NO.
           MOVE ENTRY-CHECK-NO     TO PD-CHECK-NO.
           MOVE CHECK-ISSUE-DATE   TO PD-ISSUE-DATE.
           MOVE VOIDED-AMOUNT      TO PD-CHECK-AMOUNT.
           SET PD-CHECK-VOIDED     TO TRUE.
           MOVE VM-VENDOR-NAME     TO PD-PAYEE-NAME.
           WRITE PPAY-DETAIL-RECORD.
           MOVE SPACE TO PPAY-TRAILER-RECORD.
           MOVE "T"                     TO PT-RECORD-TYPE.
           MOVE PP-BANK-ACCOUNT-NO      TO PT-ACCOUNT-NO.
           MOVE PP-LAST-TRANSMISSION-NO TO PT-TRANSMISSION-NO.
           MOVE 1                       TO PT-DETAIL-COUNT.
           MOVE VOIDED-AMOUNT           TO PT-AMOUNT-TOTAL.
           WRITE PPAY-TRAILER-RECORD.
           CLOSE PPAYISS.
           OPEN OUTPUT PPCTL.
           WRITE POSITIVE-PAY-CONTROL-RECORD.
           CLOSE PPCTL.
      *
       400-WRITE-BATCH-LOG-RECORD.
      *
           OPEN EXTEND BATCHLOG.
           MOVE "PPAYISS"              TO BL-JOB-NAME.
           MOVE RUN-DATE               TO BL-RUN-DATE.
           MOVE VOUCHERS-REOPENED      TO BL-RECORDS-READ.
           MOVE 1                      TO BL-RECORDS-WRITTEN.
           MOVE ZERO                   TO BL-RECORDS-REJECTED.
           MOVE "OK"                   TO BL-OUTCOME.
           MOVE FUNCTION CURRENT-DATE
               TO CURRENT-DATE-AND-TIME.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
