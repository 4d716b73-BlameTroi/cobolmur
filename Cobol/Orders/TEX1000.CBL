       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. TEX1000.
      *
      *    TAX EXEMPTION CERTIFICATES EXPIRING. RUN MONTHLY, IT
      *    LISTS EVERY CERTIFICATE ON THE EXEMPTION FILE THAT
      *    EXPIRES FROM TODAY THROUGH 60 DAYS OUT, WITH THE DAYS
      *    LEFT, SO THE DESK CAN COLLECT THE RENEWALS BEFORE
      *    BILLING STARTS TAXING THOSE CUSTOMERS AGAIN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT TAXEXMT  ASSIGN TO "c:\cobol\data\taxexmt.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS TE-EXEMPTION-KEY
                           FILE STATUS IS TAXEXMT-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT TEXRPT   ASSIGN TO "c:\cobol\data\tex1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TAXEXMT.
      *
       COPY "Taxexmt.cpy".
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
       FD  TEXRPT.
       01  TEX-PRINT-AREA          PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  TAXEXMT-EOF-SWITCH          PIC X   VALUE "N".
               88  TAXEXMT-EOF                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  TAXEXMT-FILE-STATUS     PIC XX.
               88  TAXEXMT-SUCCESSFUL          VALUE "00".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
      *
       01  COUNT-FIELDS.
           05  CERTIFICATES-READ       PIC 9(5)    VALUE ZERO.
           05  CERTIFICATES-LISTED     PIC 9(5)    VALUE ZERO.
      *
       01  EXPIRY-WORK-FIELDS.
           05  RENEWAL-WINDOW-DAYS     PIC S9(3)   VALUE 60.
           05  WINDOW-END-DATE         PIC 9(8).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  TEX-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "TEX1000  EXEMPTION CERTIFICATES EXPIRING".
           05  FILLER                  PIC X(5)  VALUE "FROM ".
           05  THL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(9)  VALUE " THROUGH ".
           05  THL-WINDOW-END-DATE     PIC 9(8).
      *
       01  TEX-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(7)  VALUE "STATE".
           05  FILLER                  PIC X(18) VALUE "CERTIFICATE".
           05  FILLER                  PIC X(8)  VALUE "REASON".
           05  FILLER                  PIC X(11) VALUE "EXPIRES".
           05  FILLER                  PIC X(9)  VALUE "DAYS LEFT".
      *
       01  TEX-DETAIL-LINE.
           05  TDL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  TDL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TDL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  TDL-CERTIFICATE-NO      PIC X(15).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  TDL-EXEMPT-REASON       PIC X.
           05  FILLER                  PIC X(7)  VALUE SPACE.
           05  TDL-EXPIRY-DATE         PIC 9(8).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  TDL-DAYS-LEFT           PIC ZZ9.
      *
       COPY "Dtereq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-LIST-EXPIRING-CERTIFICATES.
      *
           DISPLAY "TEX1000 EXEMPTION CERTIFICATES EXPIRING".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 050-SET-RENEWAL-WINDOW.
           OPEN INPUT TAXEXMT.
           IF NOT TAXEXMT-SUCCESSFUL
               DISPLAY "NO TAX EXEMPTION FILE ON FILE -- STATUS "
                   TAXEXMT-FILE-STATUS
               STOP RUN.
           OPEN INPUT CUSTMASI.
           OPEN OUTPUT TEXRPT.
           MOVE RUN-DATE        TO THL-RUN-DATE.
           MOVE WINDOW-END-DATE TO THL-WINDOW-END-DATE.
           MOVE TEX-HEADING-LINE-1 TO TEX-PRINT-AREA.
           WRITE TEX-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE TEX-HEADING-LINE-2 TO TEX-PRINT-AREA.
           WRITE TEX-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 100-CHECK-NEXT-CERTIFICATE
               UNTIL TAXEXMT-EOF.
           IF CERTIFICATES-LISTED = ZERO
               MOVE "NO CERTIFICATES EXPIRE IN THE RENEWAL WINDOW."
                   TO TEX-PRINT-AREA
               WRITE TEX-PRINT-AREA AFTER ADVANCING 2 LINES.
           CLOSE TAXEXMT
                 TEXRPT.
           IF CUSTMASI-SUCCESSFUL
               CLOSE CUSTMASI.
           DISPLAY "TEX1000 CERTIFICATES READ " CERTIFICATES-READ
               "  LISTED " CERTIFICATES-LISTED.
           STOP RUN.
      *
       050-SET-RENEWAL-WINDOW.
      *
           MOVE RUN-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           ADD RENEWAL-WINDOW-DAYS TO DC-DAY-COUNT.
           SET DAYS-TO-DATE TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           MOVE DC-DATE-1 TO WINDOW-END-DATE.
      *
       100-CHECK-NEXT-CERTIFICATE.
      *
           READ TAXEXMT
               AT END
                   MOVE "Y" TO TAXEXMT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CERTIFICATES-READ
                   IF TE-EXPIRY-DATE >= RUN-DATE
                     AND TE-EXPIRY-DATE <= WINDOW-END-DATE
                       PERFORM 200-PRINT-EXPIRING-CERTIFICATE
                   END-IF
           END-READ.
      *
       200-PRINT-EXPIRING-CERTIFICATE.
      *
           ADD 1 TO CERTIFICATES-LISTED.
           MOVE TE-EXPIRY-DATE TO DC-DATE-1.
           MOVE RUN-DATE       TO DC-DATE-2.
           SET ELAPSED-BETWEEN TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           MOVE SPACE TO CM-CUSTOMER-NAME.
           IF CUSTMASI-SUCCESSFUL
               MOVE TE-CUSTOMER-NO TO CM-CUSTOMER-NUMBER
               READ CUSTMASI
                   INVALID KEY
                       MOVE "*** NOT ON FILE ***" TO CM-CUSTOMER-NAME
               END-READ.
           MOVE TE-CUSTOMER-NO    TO TDL-CUSTOMER-NO.
           MOVE CM-CUSTOMER-NAME  TO TDL-CUSTOMER-NAME.
           MOVE TE-STATE-CODE     TO TDL-STATE-CODE.
           MOVE TE-CERTIFICATE-NO TO TDL-CERTIFICATE-NO.
           MOVE TE-EXEMPT-REASON  TO TDL-EXEMPT-REASON.
           MOVE TE-EXPIRY-DATE    TO TDL-EXPIRY-DATE.
           MOVE DC-ELAPSED-DAYS   TO TDL-DAYS-LEFT.
           MOVE TEX-DETAIL-LINE TO TEX-PRINT-AREA.
           WRITE TEX-PRINT-AREA AFTER ADVANCING 1 LINES.
