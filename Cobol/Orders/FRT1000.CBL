       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. FRT1000.
      *
      *    MONTHLY FREIGHT REPORT. FOR THE KEYED MONTH, THE FREIGHT
      *    THE BILLING RUN CHARGED OUR CUSTOMERS (FREIGHT HISTORY)
      *    IS SET AGAINST WHAT THE CARRIERS CHARGED US (THE FREIGHT
      *    BILLS KEYED THROUGH FBE1000), CARRIER BY CARRIER. A
      *    NEGATIVE DIFFERENCE IS FREIGHT WE ABSORBED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT FRTHIST  ASSIGN TO "c:\cobol\data\frthist.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS FRTHIST-FILE-STATUS.
           SELECT CARRCHG  ASSIGN TO "c:\cobol\data\carrchg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CARRCHG-FILE-STATUS.
           SELECT FRTRPT   ASSIGN TO "c:\cobol\data\frt1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  FRTHIST.
      *
       COPY "Frthist.cpy".
      *
       FD  CARRCHG.
      *
       COPY "Carrchg.cpy".
      *
       FD  FRTRPT.
       01  FRT-PRINT-AREA          PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  FRTHIST-EOF-SWITCH          PIC X   VALUE "N".
               88  FRTHIST-EOF                     VALUE "Y".
           05  CARRCHG-EOF-SWITCH          PIC X   VALUE "N".
               88  CARRCHG-EOF                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  FRTHIST-FILE-STATUS     PIC XX.
               88  FRTHIST-SUCCESSFUL          VALUE "00".
           05  CARRCHG-FILE-STATUS     PIC XX.
               88  CARRCHG-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  REPORT-MONTH            PIC 9(6).
      *
       01  COUNT-FIELDS.
           05  HISTORY-RECORDS-READ    PIC 9(7)    VALUE ZERO.
           05  CHARGE-RECORDS-READ     PIC 9(7)    VALUE ZERO.
      *
       01  FREIGHT-WORK-FIELDS.
           05  POST-CARRIER-CODE       PIC X(4).
           05  FREIGHT-DIFFERENCE      PIC S9(9)V99.
      *
       01  GRAND-TOTAL-FIELDS.
           05  GT-INVOICE-COUNT        PIC 9(7)    VALUE ZERO.
           05  GT-FREIGHT-BILLED       PIC S9(9)V99 VALUE ZERO.
           05  GT-BILL-COUNT           PIC 9(7)    VALUE ZERO.
           05  GT-CARRIER-CHARGED      PIC S9(9)V99 VALUE ZERO.
      *
       01  CARRIER-TOTAL-TABLE.
           05  CARRIER-ENTRY-COUNT     PIC S9(3)   COMP  VALUE ZERO.
           05  CARRIER-ENTRY               OCCURS 200 TIMES
                                           INDEXED BY CARRIER-INDEX.
               10  CT-CARRIER-CODE         PIC X(4).
               10  CT-INVOICE-COUNT        PIC 9(7).
               10  CT-FREIGHT-BILLED       PIC S9(9)V99.
               10  CT-BILL-COUNT           PIC 9(7).
               10  CT-CARRIER-CHARGED      PIC S9(9)V99.
      *
       01  FRT-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "FRT1000  FREIGHT BILLED VS CHARGED FOR ".
           05  FHL-REPORT-MONTH        PIC 9(6).
      *
       01  FRT-HEADING-LINE-2.
           05  FILLER                  PIC X(9)  VALUE "CARRIER".
           05  FILLER                  PIC X(10) VALUE "INVOICES".
           05  FILLER                  PIC X(16) VALUE
               "  FREIGHT BILLED".
           05  FILLER                  PIC X(10) VALUE "    BILLS".
           05  FILLER                  PIC X(16) VALUE
               " CARRIER CHARGED".
           05  FILLER                  PIC X(16) VALUE
               "      DIFFERENCE".
      *
       01  FRT-DETAIL-LINE.
           05  FDL-CARRIER-CODE        PIC X(4).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  FDL-INVOICE-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FDL-FREIGHT-BILLED      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FDL-BILL-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FDL-CARRIER-CHARGED     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FDL-DIFFERENCE          PIC ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-FREIGHT.
      *
           DISPLAY "FRT1000 MONTHLY FREIGHT REPORT".
           DISPLAY "ENTER REPORT MONTH (YYYYMM).".
           ACCEPT REPORT-MONTH.
           PERFORM 100-LOAD-FREIGHT-BILLED.
           PERFORM 200-LOAD-CARRIER-CHARGES.
           OPEN OUTPUT FRTRPT.
           MOVE REPORT-MONTH TO FHL-REPORT-MONTH.
           MOVE FRT-HEADING-LINE-1 TO FRT-PRINT-AREA.
           WRITE FRT-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE FRT-HEADING-LINE-2 TO FRT-PRINT-AREA.
           WRITE FRT-PRINT-AREA AFTER ADVANCING 2 LINES.
           IF CARRIER-ENTRY-COUNT = ZERO
               MOVE "NO FREIGHT BILLED OR CHARGED IN THE MONTH."
                   TO FRT-PRINT-AREA
               WRITE FRT-PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 400-PRINT-CARRIER-LINE
                   VARYING CARRIER-INDEX FROM 1 BY 1
                   UNTIL CARRIER-INDEX > CARRIER-ENTRY-COUNT
               PERFORM 500-PRINT-GRAND-TOTAL.
           CLOSE FRTRPT.
           DISPLAY "FRT1000 HISTORY RECORDS READ "
               HISTORY-RECORDS-READ "  CARRIER BILLS READ "
               CHARGE-RECORDS-READ.
           STOP RUN.
      *
       100-LOAD-FREIGHT-BILLED.
      *
           OPEN INPUT FRTHIST.
           IF NOT FRTHIST-SUCCESSFUL
               DISPLAY "NO FREIGHT HISTORY ON FILE -- NOTHING "
                   "BILLED YET."
               MOVE "Y" TO FRTHIST-EOF-SWITCH
           ELSE
               PERFORM 110-LOAD-NEXT-FREIGHT-BILLED
                   UNTIL FRTHIST-EOF
               CLOSE FRTHIST.
      *
       110-LOAD-NEXT-FREIGHT-BILLED.
      *
           READ FRTHIST
               AT END
                   MOVE "Y" TO FRTHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO HISTORY-RECORDS-READ
                   IF FH-INVOICE-DATE (1:6) = REPORT-MONTH
                       MOVE FH-CARRIER-CODE TO POST-CARRIER-CODE
                       PERFORM 300-FIND-CARRIER-ENTRY
                       IF CARRIER-INDEX NOT > CARRIER-ENTRY-COUNT
                           ADD 1 TO CT-INVOICE-COUNT (CARRIER-INDEX)
                           ADD FH-FREIGHT-BILLED TO
                               CT-FREIGHT-BILLED (CARRIER-INDEX)
                       END-IF
                   END-IF
           END-READ.
      *
       200-LOAD-CARRIER-CHARGES.
      *
           OPEN INPUT CARRCHG.
           IF NOT CARRCHG-SUCCESSFUL
               DISPLAY "NO CARRIER FREIGHT BILLS ON FILE."
               MOVE "Y" TO CARRCHG-EOF-SWITCH
           ELSE
               PERFORM 210-LOAD-NEXT-CARRIER-CHARGE
                   UNTIL CARRCHG-EOF
               CLOSE CARRCHG.
      *
       210-LOAD-NEXT-CARRIER-CHARGE.
      *
           READ CARRCHG
               AT END
                   MOVE "Y" TO CARRCHG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CHARGE-RECORDS-READ
                   IF CB-BILL-DATE (1:6) = REPORT-MONTH
                       MOVE CB-CARRIER-CODE TO POST-CARRIER-CODE
                       PERFORM 300-FIND-CARRIER-ENTRY
                       IF CARRIER-INDEX NOT > CARRIER-ENTRY-COUNT
                           ADD 1 TO CT-BILL-COUNT (CARRIER-INDEX)
                           ADD CB-CHARGE-AMOUNT TO
                               CT-CARRIER-CHARGED (CARRIER-INDEX)
                       END-IF
                   END-IF
           END-READ.
      *
       300-FIND-CARRIER-ENTRY.
      *
      *    LEAVES CARRIER-INDEX ON THE CARRIER'S ENTRY, ADDING ONE
      *    IF NEEDED; PAST THE COUNT ONLY WHEN THE TABLE IS FULL.
      *
           SET CARRIER-INDEX TO 1.
           SEARCH CARRIER-ENTRY
               AT END
                   CONTINUE
               WHEN CARRIER-INDEX > CARRIER-ENTRY-COUNT
                   IF CARRIER-ENTRY-COUNT < 200
                       ADD 1 TO CARRIER-ENTRY-COUNT
                       MOVE POST-CARRIER-CODE TO
                           CT-CARRIER-CODE (CARRIER-INDEX)
                       MOVE ZERO TO CT-INVOICE-COUNT (CARRIER-INDEX)
                       MOVE ZERO TO CT-FREIGHT-BILLED (CARRIER-INDEX)
                       MOVE ZERO TO CT-BILL-COUNT (CARRIER-INDEX)
                       MOVE ZERO TO
                           CT-CARRIER-CHARGED (CARRIER-INDEX)
                   ELSE
                       DISPLAY "FRT1000 CARRIER TABLE FULL FOR "
                           "CARRIER " POST-CARRIER-CODE
                   END-IF
               WHEN CT-CARRIER-CODE (CARRIER-INDEX) = POST-CARRIER-CODE
                   CONTINUE
           END-SEARCH.
      *
       400-PRINT-CARRIER-LINE.
      *
           MOVE CT-CARRIER-CODE (CARRIER-INDEX)  TO FDL-CARRIER-CODE.
           MOVE CT-INVOICE-COUNT (CARRIER-INDEX) TO FDL-INVOICE-COUNT.
           MOVE CT-FREIGHT-BILLED (CARRIER-INDEX)
               TO FDL-FREIGHT-BILLED.
           MOVE CT-BILL-COUNT (CARRIER-INDEX)    TO FDL-BILL-COUNT.
           MOVE CT-CARRIER-CHARGED (CARRIER-INDEX)
               TO FDL-CARRIER-CHARGED.
           COMPUTE FREIGHT-DIFFERENCE =
               CT-FREIGHT-BILLED (CARRIER-INDEX)
               - CT-CARRIER-CHARGED (CARRIER-INDEX).
           MOVE FREIGHT-DIFFERENCE TO FDL-DIFFERENCE.
           MOVE FRT-DETAIL-LINE TO FRT-PRINT-AREA.
           WRITE FRT-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD CT-INVOICE-COUNT (CARRIER-INDEX)   TO GT-INVOICE-COUNT.
           ADD CT-FREIGHT-BILLED (CARRIER-INDEX)  TO GT-FREIGHT-BILLED.
           ADD CT-BILL-COUNT (CARRIER-INDEX)      TO GT-BILL-COUNT.
           ADD CT-CARRIER-CHARGED (CARRIER-INDEX)
               TO GT-CARRIER-CHARGED.
      *
       500-PRINT-GRAND-TOTAL.
      *
           MOVE "ALL"              TO FDL-CARRIER-CODE.
           MOVE GT-INVOICE-COUNT   TO FDL-INVOICE-COUNT.
           MOVE GT-FREIGHT-BILLED  TO FDL-FREIGHT-BILLED.
           MOVE GT-BILL-COUNT      TO FDL-BILL-COUNT.
           MOVE GT-CARRIER-CHARGED TO FDL-CARRIER-CHARGED.
           COMPUTE FREIGHT-DIFFERENCE =
               GT-FREIGHT-BILLED - GT-CARRIER-CHARGED.
           MOVE FREIGHT-DIFFERENCE TO FDL-DIFFERENCE.
           MOVE FRT-DETAIL-LINE TO FRT-PRINT-AREA.
           WRITE FRT-PRINT-AREA AFTER ADVANCING 2 LINES.
