       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. VTX3000.
      *
      *    YEAR-END 1099 RUN. FOR THE KEYED TAX YEAR, EVERY PAID
      *    VOUCHER ON APVCHR FOR A VENDOR FLAGGED 1099 ON THE
      *    VENDOR SIDE FILE IS TOTALED BY THE DATE OF THE CHECK
      *    THAT PAID IT, TAKEN FROM THE CHECK REGISTER FILE. A
      *    CHECK VOIDED THROUGH PVD1000 HAS A VOID LINE ON THE
      *    REGISTER AND COUNTS FOR NOTHING, EVEN IF THE VOUCHER
      *    FILE STILL SHOWS IT PAID. VOUCHERS PAID BEFORE THE
      *    REGISTER EXISTED ARE DATED BY THEIR DUE DATE AND SHOWN
      *    SEPARATELY ON THE TRANSMITTAL.
      *
      *    A VENDOR AT OR OVER THE FILING THRESHOLD GETS A PRINTED
      *    FORM AND A PAYEE RECORD ON THE ELECTRONIC FILING FILE,
      *    NEC FORMS FIRST AND THEN MISC. A VENDOR STILL MISSING A
      *    TAXPAYER ID OR ADDRESS IS NOT FILED BUT LISTED ON THE
      *    TRANSMITTAL SUMMARY -- VTX2000 SHOULD HAVE CAUGHT IT IN
      *    DECEMBER. THE SUMMARY CLOSES WITH FORM COUNTS AND
      *    AMOUNTS BY FORM TYPE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT VENXTRA  ASSIGN TO "c:\cobol\data\venxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS VX-VENDOR-NO
                           FILE STATUS IS VENXTRA-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT PYRCTL   ASSIGN TO "c:\cobol\data\pyrctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PYRCTL-FILE-STATUS.
           SELECT CHKREG   ASSIGN TO "c:\cobol\data\chkreg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CHKREG-FILE-STATUS.
           SELECT APVCHR   ASSIGN TO "c:\cobol\data\apvchr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APVCHR-FILE-STATUS.
           SELECT IRSFILE  ASSIGN TO "c:\cobol\data\irs1099.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORMRPT  ASSIGN TO "c:\cobol\data\vtx3frm.prn".
           SELECT VTXRPT   ASSIGN TO "c:\cobol\data\vtx3rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  VENXTRA.
      *
       COPY "Venxtra.cpy".
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       FD  PYRCTL.
      *
       COPY "Pyrctl.cpy".
      *
       FD  CHKREG.
      *
       COPY "Chkreg.cpy".
      *
       FD  APVCHR.
      *
       COPY "Apvchr.cpy".
      *
       FD  IRSFILE.
      *
       COPY "Irs1099.cpy".
      *
       FD  FORMRPT.
      *
       01  FORM-PRINT-AREA             PIC X(132).
      *
       FD  VTXRPT.
      *
       01  PRINT-AREA                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VENXTRA-EOF-SWITCH          PIC X   VALUE "N".
               88  VENXTRA-EOF                     VALUE "Y".
           05  CHKREG-EOF-SWITCH           PIC X   VALUE "N".
               88  CHKREG-EOF                      VALUE "Y".
           05  APVCHR-EOF-SWITCH           PIC X   VALUE "N".
               88  APVCHR-EOF                      VALUE "Y".
           05  VALID-TAX-YEAR-SWITCH       PIC X   VALUE "N".
               88  VALID-TAX-YEAR                  VALUE "Y".
           05  PAYEE-VALID-SWITCH          PIC X   VALUE "Y".
               88  PAYEE-VALID                     VALUE "Y".
           05  PAYER-RECORD-WRITTEN-SWITCH PIC X   VALUE "N".
               88  PAYER-RECORD-WRITTEN            VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  VENXTRA-FILE-STATUS     PIC XX.
               88  VENXTRA-SUCCESSFUL          VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  PYRCTL-FILE-STATUS      PIC XX.
               88  PYRCTL-SUCCESSFUL           VALUE "00".
           05  CHKREG-FILE-STATUS      PIC XX.
               88  CHKREG-SUCCESSFUL           VALUE "00".
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-TAX-YEAR          PIC 9(4).
      *
      *    FILING THRESHOLDS. PAYMENTS UNDER THESE FOR THE YEAR ARE
      *    NOT REPORTED; ROYALTIES HAVE THEIR OWN, LOWER FIGURE.
      *
       01  FILING-THRESHOLDS.
           05  GENERAL-THRESHOLD       PIC 9(5)V99 VALUE 600.00.
           05  ROYALTY-THRESHOLD       PIC 9(5)V99 VALUE 10.00.
      *
       01  YEAR-END-WORK-FIELDS.
           05  TAX-YEAR                PIC 9(4).
           05  PAYMENT-DATE.
               10  PAYMENT-YEAR        PIC 9(4).
               10  FILLER              PIC 9(4).
           05  FIRST-REGISTERED-CHECK  PIC 9(6)    VALUE ZERO.
           05  FILING-THRESHOLD        PIC 9(5)V99.
           05  CURRENT-FORM            PIC X.
           05  CURRENT-RETURN-TYPE     PIC X(4).
           05  NOT-FILED-REASON        PIC X(30).
           05  BOX-DESCRIPTION         PIC X(30).
      *
      *    EVERY VENDOR FLAGGED 1099, WITH ITS PAYMENTS FOR THE
      *    YEAR AS THE VOUCHER FILE IS READ.
      *
       01  VENDOR-1099-TABLE.
           05  VENDOR-1099-COUNT       PIC S9(3)   COMP  VALUE ZERO.
           05  VENDOR-1099-ENTRY           OCCURS 500 TIMES
                                           INDEXED BY VENDOR-INDEX.
               10  VT-VENDOR-NO        PIC X(5).
               10  VT-TIN-TYPE         PIC X.
               10  VT-TAXPAYER-ID      PIC X(9).
               10  VT-BOX-CODE         PIC X(2).
               10  VT-PAID-AMOUNT      PIC S9(9)V99.
      *
      *    EVERY CHECK ISSUED IN THE TAX YEAR, FLAGGED WHEN A VOID
      *    LINE FOR IT TURNS UP LATER IN THE REGISTER.
      *
       01  CHECK-TABLE.
           05  CHECK-COUNT             PIC S9(5)   COMP  VALUE ZERO.
           05  CHECK-ENTRY                 OCCURS 5000 TIMES
                                           INDEXED BY CHECK-INDEX.
               10  CT-CHECK-NO         PIC 9(6).
               10  CT-CHECK-DATE       PIC 9(8).
               10  CT-VOID-SWITCH      PIC X.
                   88  CT-CHECK-VOIDED         VALUE "Y".
      *
       01  VENDOR-SUB                  PIC S9(3)   COMP.
      *
       01  COUNT-FIELDS.
           05  NEC-FORM-COUNT          PIC S9(5)   COMP  VALUE ZERO.
           05  NEC-FORM-TOTAL          PIC S9(9)V99      VALUE ZERO.
           05  MISC-FORM-COUNT         PIC S9(5)   COMP  VALUE ZERO.
           05  MISC-FORM-TOTAL         PIC S9(9)V99      VALUE ZERO.
           05  RETURN-PAYEE-COUNT      PIC S9(5)   COMP  VALUE ZERO.
           05  RETURN-PAYEE-TOTAL      PIC S9(9)V99      VALUE ZERO.
           05  BELOW-THRESHOLD-COUNT   PIC S9(5)   COMP  VALUE ZERO.
           05  BELOW-THRESHOLD-TOTAL   PIC S9(9)V99      VALUE ZERO.
           05  NOT-FILED-COUNT         PIC S9(5)   COMP  VALUE ZERO.
           05  NOT-FILED-TOTAL         PIC S9(9)V99      VALUE ZERO.
           05  VOIDED-CHECK-COUNT      PIC S9(5)   COMP  VALUE ZERO.
           05  VOIDED-CHECK-TOTAL      PIC S9(9)V99      VALUE ZERO.
           05  VOIDED-VOUCHER-COUNT    PIC S9(5)   COMP  VALUE ZERO.
           05  VOIDED-VOUCHER-TOTAL    PIC S9(9)V99      VALUE ZERO.
           05  UNREGISTERED-COUNT      PIC S9(5)   COMP  VALUE ZERO.
           05  UNREGISTERED-TOTAL      PIC S9(9)V99      VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-NEC-COUNT       PIC ZZ,ZZ9.
           05  DISPLAY-MISC-COUNT      PIC ZZ,ZZ9.
           05  DISPLAY-NOT-FILED-COUNT PIC ZZ,ZZ9.
      *
       01  TIN-EDIT-FIELDS.
           05  EIN-EDIT.
               10  EIN-PREFIX          PIC X(2).
               10  FILLER              PIC X     VALUE "-".
               10  EIN-SERIAL          PIC X(7).
           05  SSN-EDIT.
               10  SSN-AREA            PIC X(3).
               10  FILLER              PIC X     VALUE "-".
               10  SSN-GROUP           PIC X(2).
               10  FILLER              PIC X     VALUE "-".
               10  SSN-SERIAL          PIC X(4).
           05  EDITED-TIN              PIC X(11).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
      *    THE PRINTED FORM, ONE PER PAGE.
      *
       01  FORM-TITLE-LINE.
           05  FILLER                  PIC X(5)  VALUE "FORM ".
           05  FTL-FORM-NAME           PIC X(9).
           05  FILLER                  PIC X(12) VALUE "   TAX YEAR ".
           05  FTL-TAX-YEAR            PIC 9(4).
      *
       01  FORM-CAPTION-LINE.
           05  FCL-LEFT-CAPTION        PIC X(40).
           05  FCL-RIGHT-CAPTION       PIC X(40).
      *
       01  FORM-TEXT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FXL-TEXT                PIC X(40).
      *
       01  FORM-CITY-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FCY-CITY                PIC X(15).
           05  FILLER                  PIC X     VALUE SPACE.
           05  FCY-STATE               PIC X(2).
           05  FILLER                  PIC X     VALUE SPACE.
           05  FCY-ZIP-CODE            PIC X(10).
      *
       01  FORM-TIN-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FTN-PAYER-TIN           PIC X(11).
           05  FILLER                  PIC X(27) VALUE SPACE.
           05  FTN-RECIPIENT-TIN       PIC X(11).
      *
       01  FORM-ACCOUNT-LINE.
           05  FILLER                  PIC X(17)
               VALUE "  ACCOUNT NUMBER ".
           05  FAL-ACCOUNT-NO          PIC X(5).
      *
       01  FORM-AMOUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE "  BOX ".
           05  FML-BOX-NO              PIC X.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FML-BOX-DESCRIPTION     PIC X(30).
           05  FILLER                  PIC X(2)  VALUE "$ ".
           05  FML-AMOUNT              PIC Z,ZZZ,ZZ9.99.
      *
      *    THE TRANSMITTAL SUMMARY.
      *
       01  VTX-HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "VTX3000  1099 TRANSMITTAL SUMMARY".
           05  FILLER                  PIC X(9)  VALUE "TAX YEAR ".
           05  VHL-TAX-YEAR            PIC 9(4).
           05  FILLER                  PIC X(9)  VALUE "  RUN ON ".
           05  VHL-RUN-DATE            PIC 9(8).
      *
       01  VTX-PAYER-LINE.
           05  FILLER                  PIC X(8)  VALUE "PAYER   ".
           05  VPL-PAYER-NAME          PIC X(30).
           05  FILLER                  PIC X(6)  VALUE "  EIN ".
           05  VPL-PAYER-TIN           PIC X(11).
      *
       01  VTX-ADDRESS-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACE.
           05  VAL-STREET-ADDRESS      PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  VAL-CITY                PIC X(15).
           05  FILLER                  PIC X     VALUE SPACE.
           05  VAL-STATE               PIC X(2).
           05  FILLER                  PIC X     VALUE SPACE.
           05  VAL-ZIP-CODE            PIC X(10).
      *
       01  VTX-NOT-FILED-HEADING.
           05  FILLER                  PIC X(40)
               VALUE "NOT FILED -- VENDOR  NAME".
           05  FILLER                  PIC X(44)
               VALUE "              BOX        AMOUNT  REASON".
      *
       01  VTX-NOT-FILED-LINE.
           05  FILLER                  PIC X(13) VALUE SPACE.
           05  VNL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  VNL-VENDOR-NAME         PIC X(30).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  VNL-BOX-CODE            PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  VNL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  VNL-REASON              PIC X(30).
      *
       01  VTX-TOTAL-LINE.
           05  VTL-TOTAL-NAME          PIC X(44).
           05  VTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  VTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       000-PRODUCE-1099-RETURNS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "VTX3000 YEAR-END 1099 RUN".
           PERFORM 050-ACCEPT-TAX-YEAR
               UNTIL VALID-TAX-YEAR.
           OPEN INPUT PYRCTL.
           IF NOT PYRCTL-SUCCESSFUL
               DISPLAY "NO PAYER CONTROL RECORD -- RUN VTX2000 AND "
                   "SET UP PYRCTL FIRST."
               STOP RUN.
           READ PYRCTL
               AT END
                   MOVE SPACE TO PAYER-CONTROL-RECORD
           END-READ.
           CLOSE PYRCTL.
           IF PY-PAYER-TIN NOT NUMERIC
             OR PY-STREET-ADDRESS = SPACE
               DISPLAY "PAYER CONTROL RECORD INCOMPLETE -- RUN "
                   "VTX2000 AND CORRECT PYRCTL FIRST."
               STOP RUN.
           OPEN INPUT VENXTRA.
           IF NOT VENXTRA-SUCCESSFUL
               DISPLAY "NO VENDOR SIDE FILE ON FILE -- STATUS "
                   VENXTRA-FILE-STATUS
               STOP RUN.
           PERFORM 100-LOAD-1099-VENDOR
               UNTIL VENXTRA-EOF.
           CLOSE VENXTRA.
           IF VENDOR-1099-COUNT = ZERO
               DISPLAY "NO VENDORS ARE FLAGGED FOR 1099 -- NOTHING "
                   "TO FILE."
               STOP RUN.
           PERFORM 200-LOAD-CHECK-REGISTER.
           PERFORM 300-TOTAL-PAID-VOUCHERS.
           OPEN INPUT VENDMAST.
           IF NOT VENDMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENDMAST -- STATUS "
                   VENDMAST-FILE-STATUS
               STOP RUN.
           OPEN OUTPUT IRSFILE
                       FORMRPT
                       VTXRPT.
           PERFORM 400-PRINT-SUMMARY-HEADING.
           MOVE "N"    TO CURRENT-FORM.
           MOVE "NEC " TO CURRENT-RETURN-TYPE.
           PERFORM 500-PRODUCE-ONE-RETURN.
           MOVE RETURN-PAYEE-COUNT TO NEC-FORM-COUNT.
           MOVE RETURN-PAYEE-TOTAL TO NEC-FORM-TOTAL.
           MOVE "M"    TO CURRENT-FORM.
           MOVE "MISC" TO CURRENT-RETURN-TYPE.
           PERFORM 500-PRODUCE-ONE-RETURN.
           MOVE RETURN-PAYEE-COUNT TO MISC-FORM-COUNT.
           MOVE RETURN-PAYEE-TOTAL TO MISC-FORM-TOTAL.
           PERFORM 800-PRINT-SUMMARY-TOTALS.
           CLOSE VENDMAST
                 IRSFILE
                 FORMRPT
                 VTXRPT.
           MOVE NEC-FORM-COUNT  TO DISPLAY-NEC-COUNT.
           MOVE MISC-FORM-COUNT TO DISPLAY-MISC-COUNT.
           MOVE NOT-FILED-COUNT TO DISPLAY-NOT-FILED-COUNT.
           DISPLAY "VTX3000 1099-NEC FORMS " DISPLAY-NEC-COUNT
               "  1099-MISC FORMS " DISPLAY-MISC-COUNT
               "  NOT FILED " DISPLAY-NOT-FILED-COUNT.
           STOP RUN.
      *
       050-ACCEPT-TAX-YEAR.
      *
           DISPLAY "ENTER TAX YEAR (YYYY).".
           ACCEPT ENTRY-TAX-YEAR.
           IF ENTRY-TAX-YEAR NOT NUMERIC
             OR ENTRY-TAX-YEAR < 2000
             OR ENTRY-TAX-YEAR > RUN-DATE (1:4)
               DISPLAY "TAX YEAR MUST BE 2000 THROUGH THE CURRENT "
                   "YEAR."
           ELSE
               MOVE ENTRY-TAX-YEAR TO TAX-YEAR
               MOVE "Y" TO VALID-TAX-YEAR-SWITCH.
      *
       100-LOAD-1099-VENDOR.
      *
           READ VENXTRA NEXT RECORD
               AT END
                   MOVE "Y" TO VENXTRA-EOF-SWITCH
               NOT AT END
                   IF VENDOR-1099
                       PERFORM 110-TABLE-1099-VENDOR
                   END-IF
           END-READ.
      *
       110-TABLE-1099-VENDOR.
      *
           IF VENDOR-1099-COUNT < 500
               ADD 1 TO VENDOR-1099-COUNT
               SET VENDOR-INDEX TO VENDOR-1099-COUNT
               MOVE VX-VENDOR-NO     TO VT-VENDOR-NO (VENDOR-INDEX)
               MOVE VX-TIN-TYPE      TO VT-TIN-TYPE (VENDOR-INDEX)
               MOVE VX-TAXPAYER-ID   TO VT-TAXPAYER-ID (VENDOR-INDEX)
               MOVE VX-1099-BOX-CODE TO VT-BOX-CODE (VENDOR-INDEX)
               MOVE ZERO             TO VT-PAID-AMOUNT (VENDOR-INDEX)
           ELSE
               DISPLAY "VTX3000 1099 VENDOR TABLE FULL -- VENDOR "
                   VX-VENDOR-NO " NOT TOTALED.".
      *
       200-LOAD-CHECK-REGISTER.
      *
           OPEN INPUT CHKREG.
           IF NOT CHKREG-SUCCESSFUL
               DISPLAY "NO CHECK REGISTER ON FILE -- ALL PAYMENTS "
                   "WILL BE DATED BY VOUCHER DUE DATE."
           ELSE
               PERFORM 210-LOAD-NEXT-CHECK-EVENT
                   UNTIL CHKREG-EOF
               CLOSE CHKREG.
      *
       210-LOAD-NEXT-CHECK-EVENT.
      *
      *    THE FIRST CHECK NUMBER ON THE REGISTER MARKS WHERE IT
      *    BEGAN; A PAID VOUCHER WITH AN EARLIER CHECK NUMBER WAS
      *    PAID BEFORE THERE WAS A REGISTER TO DATE IT FROM.
      *
           READ CHKREG
               AT END
                   MOVE "Y" TO CHKREG-EOF-SWITCH
               NOT AT END
                   IF FIRST-REGISTERED-CHECK = ZERO
                     OR CR-CHECK-NO < FIRST-REGISTERED-CHECK
                       MOVE CR-CHECK-NO TO FIRST-REGISTERED-CHECK
                   END-IF
                   IF CHECK-ISSUED
                       MOVE CR-ENTRY-DATE TO PAYMENT-DATE
                       IF PAYMENT-YEAR = TAX-YEAR
                           PERFORM 220-TABLE-ISSUED-CHECK
                       END-IF
                   ELSE
                       IF CHECK-VOIDED
                           PERFORM 230-MARK-VOIDED-CHECK
                       END-IF
                   END-IF
           END-READ.
      *
       220-TABLE-ISSUED-CHECK.
      *
           IF CHECK-COUNT < 5000
               ADD 1 TO CHECK-COUNT
               SET CHECK-INDEX TO CHECK-COUNT
               MOVE CR-CHECK-NO   TO CT-CHECK-NO (CHECK-INDEX)
               MOVE CR-ENTRY-DATE TO CT-CHECK-DATE (CHECK-INDEX)
               MOVE "N"           TO CT-VOID-SWITCH (CHECK-INDEX)
           ELSE
               DISPLAY "VTX3000 CHECK TABLE FULL -- CHECK "
                   CR-CHECK-NO " NOT LOADED.".
      *
       230-MARK-VOIDED-CHECK.
      *
      *    A VOID FOR A CHECK ISSUED IN ANOTHER YEAR FINDS NOTHING
      *    IN THE TABLE AND IS IGNORED.
      *
           SET CHECK-INDEX TO 1.
           SEARCH CHECK-ENTRY
               AT END
                   CONTINUE
               WHEN CHECK-INDEX > CHECK-COUNT
                   CONTINUE
               WHEN CT-CHECK-NO (CHECK-INDEX) = CR-CHECK-NO
                   IF NOT CT-CHECK-VOIDED (CHECK-INDEX)
                       MOVE "Y" TO CT-VOID-SWITCH (CHECK-INDEX)
                       ADD 1 TO VOIDED-CHECK-COUNT
                       ADD CR-CHECK-AMOUNT TO VOIDED-CHECK-TOTAL
                   END-IF
           END-SEARCH.
      *
       300-TOTAL-PAID-VOUCHERS.
      *
           OPEN INPUT APVCHR.
           IF NOT APVCHR-SUCCESSFUL
               DISPLAY "NO VOUCHER FILE ON FILE -- STATUS "
                   APVCHR-FILE-STATUS
           ELSE
               PERFORM 310-TOTAL-NEXT-VOUCHER
                   UNTIL APVCHR-EOF
               CLOSE APVCHR.
      *
       310-TOTAL-NEXT-VOUCHER.
      *
           READ APVCHR
               AT END
                   MOVE "Y" TO APVCHR-EOF-SWITCH
               NOT AT END
                   IF VOUCHER-PAID
                       SET VENDOR-INDEX TO 1
                       SEARCH VENDOR-1099-ENTRY
                           AT END
                               CONTINUE
                           WHEN VENDOR-INDEX > VENDOR-1099-COUNT
                               CONTINUE
                           WHEN VT-VENDOR-NO (VENDOR-INDEX)
                                   = VO-VENDOR-NO
                               PERFORM 320-DATE-PAID-VOUCHER
                       END-SEARCH
                   END-IF
           END-READ.
      *
       320-DATE-PAID-VOUCHER.
      *
      *    A CHECK NUMBER AFTER THE REGISTER BEGAN THAT IS NOT IN
      *    THE TABLE WAS ISSUED IN ANOTHER YEAR. A VOIDED CHECK
      *    STILL ON A PAID VOUCHER MEANS THE VOID'S NEW VOUCHER
      *    FILE WAS NEVER SWAPPED IN -- THE PAYMENT IS LEFT OUT.
      *
           IF FIRST-REGISTERED-CHECK = ZERO
             OR VO-CHECK-NO < FIRST-REGISTERED-CHECK
               IF VO-DUE-DATE > ZERO
                   MOVE VO-DUE-DATE TO PAYMENT-DATE
               ELSE
                   MOVE VO-INVOICE-DATE TO PAYMENT-DATE
               END-IF
               IF PAYMENT-YEAR = TAX-YEAR
                   ADD 1 TO UNREGISTERED-COUNT
                   ADD VO-VOUCHER-AMOUNT TO UNREGISTERED-TOTAL
                   ADD VO-VOUCHER-AMOUNT
                       TO VT-PAID-AMOUNT (VENDOR-INDEX)
               END-IF
           ELSE
               SET CHECK-INDEX TO 1
               SEARCH CHECK-ENTRY
                   AT END
                       CONTINUE
                   WHEN CHECK-INDEX > CHECK-COUNT
                       CONTINUE
                   WHEN CT-CHECK-NO (CHECK-INDEX) = VO-CHECK-NO
                       IF CT-CHECK-VOIDED (CHECK-INDEX)
                           ADD 1 TO VOIDED-VOUCHER-COUNT
                           ADD VO-VOUCHER-AMOUNT
                               TO VOIDED-VOUCHER-TOTAL
                       ELSE
                           ADD VO-VOUCHER-AMOUNT
                               TO VT-PAID-AMOUNT (VENDOR-INDEX)
                       END-IF
               END-SEARCH.
      *
       400-PRINT-SUMMARY-HEADING.
      *
           MOVE TAX-YEAR TO VHL-TAX-YEAR.
           MOVE RUN-DATE TO VHL-RUN-DATE.
           MOVE VTX-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE PY-PAYER-NAME TO VPL-PAYER-NAME.
           MOVE PY-PAYER-TIN (1:2) TO EIN-PREFIX.
           MOVE PY-PAYER-TIN (3:7) TO EIN-SERIAL.
           MOVE EIN-EDIT TO VPL-PAYER-TIN.
           MOVE VTX-PAYER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE PY-STREET-ADDRESS TO VAL-STREET-ADDRESS.
           MOVE PY-CITY           TO VAL-CITY.
           MOVE PY-STATE          TO VAL-STATE.
           MOVE PY-ZIP-CODE       TO VAL-ZIP-CODE.
           MOVE VTX-ADDRESS-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE VTX-NOT-FILED-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
      *
       500-PRODUCE-ONE-RETURN.
      *
      *    ONE PASS OF THE VENDOR TABLE PER FORM TYPE, SO EACH
      *    RETURN ON THE FILING FILE IS ONE PAYER RECORD, ITS
      *    PAYEES, AND ITS END-OF-PAYER TOTALS.
      *
           MOVE ZERO TO RETURN-PAYEE-COUNT.
           MOVE ZERO TO RETURN-PAYEE-TOTAL.
           MOVE "N"  TO PAYER-RECORD-WRITTEN-SWITCH.
           PERFORM 510-PRODUCE-VENDOR-FORM
               VARYING VENDOR-SUB FROM 1 BY 1
               UNTIL VENDOR-SUB > VENDOR-1099-COUNT.
           IF PAYER-RECORD-WRITTEN
               PERFORM 720-WRITE-FILING-TOTAL-RECORD.
      *
       510-PRODUCE-VENDOR-FORM.
      *
           IF VT-BOX-CODE (VENDOR-SUB) (1:1) = CURRENT-FORM
             AND VT-PAID-AMOUNT (VENDOR-SUB) > ZERO
               IF VT-BOX-CODE (VENDOR-SUB) = "M2"
                   MOVE ROYALTY-THRESHOLD TO FILING-THRESHOLD
               ELSE
                   MOVE GENERAL-THRESHOLD TO FILING-THRESHOLD
               END-IF
               IF VT-PAID-AMOUNT (VENDOR-SUB) < FILING-THRESHOLD
                   ADD 1 TO BELOW-THRESHOLD-COUNT
                   ADD VT-PAID-AMOUNT (VENDOR-SUB)
                       TO BELOW-THRESHOLD-TOTAL
               ELSE
                   PERFORM 520-VALIDATE-PAYEE
                   IF PAYEE-VALID
                       PERFORM 600-PRINT-1099-FORM
                       PERFORM 700-WRITE-FILING-PAYEE
                   ELSE
                       PERFORM 530-PRINT-NOT-FILED-LINE
                   END-IF
               END-IF
           END-IF.
      *
       520-VALIDATE-PAYEE.
      *
           MOVE "Y" TO PAYEE-VALID-SWITCH.
           MOVE VT-VENDOR-NO (VENDOR-SUB) TO VM-VENDOR-NO.
           READ VENDMAST
               INVALID KEY
                   MOVE "N" TO PAYEE-VALID-SWITCH
                   MOVE SPACE TO VM-VENDOR-NAME
                   MOVE "VENDOR NOT ON VENDOR MASTER"
                       TO NOT-FILED-REASON
           END-READ.
           IF PAYEE-VALID
               IF VT-TAXPAYER-ID (VENDOR-SUB) NOT NUMERIC
                 OR (VT-TIN-TYPE (VENDOR-SUB) NOT = "E" AND "S")
                   MOVE "N" TO PAYEE-VALID-SWITCH
                   MOVE "TAXPAYER ID MISSING OR INVALID"
                       TO NOT-FILED-REASON
               ELSE
                   IF VM-STREET-ADDRESS = SPACE
                     OR VM-CITY = SPACE
                     OR VM-STATE = SPACE
                     OR VM-ZIP-CODE = SPACE
                       MOVE "N" TO PAYEE-VALID-SWITCH
                       MOVE "ADDRESS INCOMPLETE" TO NOT-FILED-REASON
                   END-IF
               END-IF
           END-IF.
      *
       530-PRINT-NOT-FILED-LINE.
      *
           ADD 1 TO NOT-FILED-COUNT.
           ADD VT-PAID-AMOUNT (VENDOR-SUB) TO NOT-FILED-TOTAL.
           MOVE VT-VENDOR-NO (VENDOR-SUB)   TO VNL-VENDOR-NO.
           MOVE VM-VENDOR-NAME              TO VNL-VENDOR-NAME.
           MOVE VT-BOX-CODE (VENDOR-SUB)    TO VNL-BOX-CODE.
           MOVE VT-PAID-AMOUNT (VENDOR-SUB) TO VNL-AMOUNT.
           MOVE NOT-FILED-REASON            TO VNL-REASON.
           MOVE VTX-NOT-FILED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       600-PRINT-1099-FORM.
      *
           IF CURRENT-FORM = "N"
               MOVE "1099-NEC" TO FTL-FORM-NAME
           ELSE
               MOVE "1099-MISC" TO FTL-FORM-NAME.
           MOVE TAX-YEAR TO FTL-TAX-YEAR.
           MOVE FORM-TITLE-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE "PAYER" TO FCL-LEFT-CAPTION.
           MOVE SPACE   TO FCL-RIGHT-CAPTION.
           MOVE FORM-CAPTION-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE PY-PAYER-NAME TO FXL-TEXT.
           MOVE FORM-TEXT-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE PY-STREET-ADDRESS TO FXL-TEXT.
           MOVE FORM-TEXT-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE PY-CITY     TO FCY-CITY.
           MOVE PY-STATE    TO FCY-STATE.
           MOVE PY-ZIP-CODE TO FCY-ZIP-CODE.
           MOVE FORM-CITY-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE PY-PAYER-PHONE TO FXL-TEXT.
           MOVE FORM-TEXT-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "PAYER'S TIN"     TO FCL-LEFT-CAPTION.
           MOVE "RECIPIENT'S TIN" TO FCL-RIGHT-CAPTION.
           MOVE FORM-CAPTION-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE PY-PAYER-TIN (1:2) TO EIN-PREFIX.
           MOVE PY-PAYER-TIN (3:7) TO EIN-SERIAL.
           MOVE EIN-EDIT TO FTN-PAYER-TIN.
           PERFORM 610-EDIT-RECIPIENT-TIN.
           MOVE EDITED-TIN TO FTN-RECIPIENT-TIN.
           MOVE FORM-TIN-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "RECIPIENT" TO FCL-LEFT-CAPTION.
           MOVE SPACE       TO FCL-RIGHT-CAPTION.
           MOVE FORM-CAPTION-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE VM-VENDOR-NAME TO FXL-TEXT.
           MOVE FORM-TEXT-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE VM-STREET-ADDRESS TO FXL-TEXT.
           MOVE FORM-TEXT-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE VM-CITY     TO FCY-CITY.
           MOVE VM-STATE    TO FCY-STATE.
           MOVE VM-ZIP-CODE TO FCY-ZIP-CODE.
           MOVE FORM-CITY-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE VT-VENDOR-NO (VENDOR-SUB) TO FAL-ACCOUNT-NO.
           MOVE FORM-ACCOUNT-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 620-SET-BOX-DESCRIPTION.
           MOVE VT-BOX-CODE (VENDOR-SUB) (2:1) TO FML-BOX-NO.
           MOVE BOX-DESCRIPTION             TO FML-BOX-DESCRIPTION.
           MOVE VT-PAID-AMOUNT (VENDOR-SUB) TO FML-AMOUNT.
           MOVE FORM-AMOUNT-LINE TO FORM-PRINT-AREA.
           WRITE FORM-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       610-EDIT-RECIPIENT-TIN.
      *
           IF VT-TIN-TYPE (VENDOR-SUB) = "S"
               MOVE VT-TAXPAYER-ID (VENDOR-SUB) (1:3) TO SSN-AREA
               MOVE VT-TAXPAYER-ID (VENDOR-SUB) (4:2) TO SSN-GROUP
               MOVE VT-TAXPAYER-ID (VENDOR-SUB) (6:4) TO SSN-SERIAL
               MOVE SSN-EDIT TO EDITED-TIN
           ELSE
               MOVE VT-TAXPAYER-ID (VENDOR-SUB) (1:2) TO EIN-PREFIX
               MOVE VT-TAXPAYER-ID (VENDOR-SUB) (3:7) TO EIN-SERIAL
               MOVE EIN-EDIT TO EDITED-TIN.
      *
       620-SET-BOX-DESCRIPTION.
      *
           EVALUATE VT-BOX-CODE (VENDOR-SUB)
               WHEN "N1"
                   MOVE "NONEMPLOYEE COMPENSATION" TO BOX-DESCRIPTION
               WHEN "M1"
                   MOVE "RENTS" TO BOX-DESCRIPTION
               WHEN "M2"
                   MOVE "ROYALTIES" TO BOX-DESCRIPTION
               WHEN "M3"
                   MOVE "OTHER INCOME" TO BOX-DESCRIPTION
               WHEN "M6"
                   MOVE "MEDICAL AND HEALTH CARE PAYMENTS"
                       TO BOX-DESCRIPTION
               WHEN OTHER
                   MOVE SPACE TO BOX-DESCRIPTION
           END-EVALUATE.
      *
       700-WRITE-FILING-PAYEE.
      *
           IF NOT PAYER-RECORD-WRITTEN
               PERFORM 710-WRITE-FILING-PAYER-RECORD.
           ADD 1 TO RETURN-PAYEE-COUNT.
           ADD VT-PAID-AMOUNT (VENDOR-SUB) TO RETURN-PAYEE-TOTAL.
           MOVE SPACE TO FILING-PAYEE-RECORD.
           MOVE "B"                         TO FB-RECORD-TYPE.
           MOVE TAX-YEAR                    TO FB-TAX-YEAR.
           MOVE CURRENT-RETURN-TYPE         TO FB-RETURN-TYPE.
           MOVE VT-TIN-TYPE (VENDOR-SUB)    TO FB-TIN-TYPE.
           MOVE VT-TAXPAYER-ID (VENDOR-SUB) TO FB-PAYEE-TIN.
           MOVE VT-VENDOR-NO (VENDOR-SUB)   TO FB-ACCOUNT-NO.
           MOVE VT-BOX-CODE (VENDOR-SUB) (2:1) TO FB-BOX-NO.
           MOVE VT-PAID-AMOUNT (VENDOR-SUB) TO FB-PAYMENT-AMOUNT.
           MOVE VM-VENDOR-NAME              TO FB-PAYEE-NAME.
           MOVE VM-STREET-ADDRESS           TO FB-STREET-ADDRESS.
           MOVE VM-CITY                     TO FB-CITY.
           MOVE VM-STATE                    TO FB-STATE.
           MOVE VM-ZIP-CODE                 TO FB-ZIP-CODE.
           WRITE FILING-PAYEE-RECORD.
      *
       710-WRITE-FILING-PAYER-RECORD.
      *
           MOVE SPACE TO FILING-PAYER-RECORD.
           MOVE "A"                 TO FA-RECORD-TYPE.
           MOVE TAX-YEAR            TO FA-TAX-YEAR.
           MOVE CURRENT-RETURN-TYPE TO FA-RETURN-TYPE.
           MOVE PY-PAYER-TIN        TO FA-PAYER-TIN.
           MOVE PY-PAYER-NAME       TO FA-PAYER-NAME.
           MOVE PY-STREET-ADDRESS   TO FA-STREET-ADDRESS.
           MOVE PY-CITY             TO FA-CITY.
           MOVE PY-STATE            TO FA-STATE.
           MOVE PY-ZIP-CODE         TO FA-ZIP-CODE.
           MOVE PY-PAYER-PHONE      TO FA-PAYER-PHONE.
           WRITE FILING-PAYER-RECORD.
           MOVE "Y" TO PAYER-RECORD-WRITTEN-SWITCH.
      *
       720-WRITE-FILING-TOTAL-RECORD.
      *
           MOVE SPACE TO FILING-TOTAL-RECORD.
           MOVE "C"                 TO FT-RECORD-TYPE.
           MOVE TAX-YEAR            TO FT-TAX-YEAR.
           MOVE CURRENT-RETURN-TYPE TO FT-RETURN-TYPE.
           MOVE RETURN-PAYEE-COUNT  TO FT-PAYEE-COUNT.
           MOVE RETURN-PAYEE-TOTAL  TO FT-CONTROL-TOTAL.
           WRITE FILING-TOTAL-RECORD.
      *
       800-PRINT-SUMMARY-TOTALS.
      *
           IF NOT-FILED-COUNT = ZERO
               MOVE "             NONE" TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "1099-NEC FORMS FILED" TO VTL-TOTAL-NAME.
           MOVE NEC-FORM-COUNT TO VTL-COUNT.
           MOVE NEC-FORM-TOTAL TO VTL-AMOUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "1099-MISC FORMS FILED" TO VTL-TOTAL-NAME.
           MOVE MISC-FORM-COUNT TO VTL-COUNT.
           MOVE MISC-FORM-TOTAL TO VTL-AMOUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "TOTAL FORMS FILED" TO VTL-TOTAL-NAME.
           COMPUTE VTL-COUNT  = NEC-FORM-COUNT + MISC-FORM-COUNT.
           COMPUTE VTL-AMOUNT = NEC-FORM-TOTAL + MISC-FORM-TOTAL.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "NOT FILED -- EXCEPTIONS LISTED ABOVE"
               TO VTL-TOTAL-NAME.
           MOVE NOT-FILED-COUNT TO VTL-COUNT.
           MOVE NOT-FILED-TOTAL TO VTL-AMOUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "NOT FILED -- UNDER FILING THRESHOLD"
               TO VTL-TOTAL-NAME.
           MOVE BELOW-THRESHOLD-COUNT TO VTL-COUNT.
           MOVE BELOW-THRESHOLD-TOTAL TO VTL-AMOUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "CHECKS VOIDED IN YEAR" TO VTL-TOTAL-NAME.
           MOVE VOIDED-CHECK-COUNT TO VTL-COUNT.
           MOVE VOIDED-CHECK-TOTAL TO VTL-AMOUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "PAID VOUCHERS ON VOIDED CHECKS EXCLUDED"
               TO VTL-TOTAL-NAME.
           MOVE VOIDED-VOUCHER-COUNT TO VTL-COUNT.
           MOVE VOIDED-VOUCHER-TOTAL TO VTL-AMOUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "VOUCHERS DATED BY DUE DATE, NO REGISTER"
               TO VTL-TOTAL-NAME.
           MOVE UNREGISTERED-COUNT TO VTL-COUNT.
           MOVE UNREGISTERED-TOTAL TO VTL-AMOUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
