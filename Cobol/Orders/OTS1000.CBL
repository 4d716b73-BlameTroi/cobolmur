       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. OTS1000.
      *
      *    ON-TIME SHIPMENT REPORT. EVERY SHIPPED OR BILLED ORDER
      *    LINE ON THE ORDER FILE AND THE ORDER HISTORY FILE WHOSE
      *    SHIP DATE FALLS IN THE KEYED RANGE IS MEASURED AGAINST
      *    THE DATE THE CUSTOMER REQUESTED. A LINE SHIPPED ON OR
      *    BEFORE THE REQUESTED DATE IS ON TIME; A LATE LINE ADDS
      *    ITS DAYS LATE (FROM DTE1000) TO THE AVERAGE. LINES WITH
      *    NO REQUESTED DATE ARE COUNTED BUT NOT MEASURED. THE
      *    RESULTS ARE SUMMARIZED BY CUSTOMER AND BY SHIP MONTH.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT ORDHIST  ASSIGN TO "c:\cobol\data\ordhist.dat"
                           FILE STATUS IS ORDHIST-FILE-STATUS.
           SELECT OTSRPT   ASSIGN TO "c:\cobol\data\ots1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ORDFILE.
      *
       COPY "Ordfile.cpy".
      *
       FD  ORDHIST.
      *
       01  HISTORY-ORDER-RECORD        PIC X(102).
      *
       FD  OTSRPT.
       01  OTS-PRINT-AREA          PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  ORDHIST-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDHIST-EOF                     VALUE "Y".
           05  VALID-RANGE-SWITCH          PIC X   VALUE "N".
               88  VALID-RANGE                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  ORDHIST-FILE-STATUS     PIC XX.
               88  ORDHIST-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  FROM-SHIP-DATE          PIC 9(8).
           05  THRU-SHIP-DATE          PIC 9(8).
      *
       01  COUNT-FIELDS.
           05  LINES-READ-COUNT        PIC 9(7)    VALUE ZERO.
           05  LINES-MEASURED-COUNT    PIC 9(7)    VALUE ZERO.
      *
       01  SHIPMENT-WORK-FIELDS.
           05  SHIP-YEAR-MONTH         PIC 9(6).
           05  DAYS-LATE               PIC S9(5).
           05  PERCENT-ON-TIME         PIC 9(3)V9.
           05  AVERAGE-DAYS-LATE       PIC 9(5)V9.
           05  RATE-ON-TIME-COUNT      PIC 9(7).
           05  RATE-LATE-COUNT         PIC 9(7).
           05  RATE-DAYS-LATE          PIC 9(9).
      *
       01  GRAND-TOTAL-FIELDS.
           05  GT-LINES-SHIPPED        PIC 9(7)    VALUE ZERO.
           05  GT-NO-REQUEST-COUNT     PIC 9(7)    VALUE ZERO.
           05  GT-ON-TIME-COUNT        PIC 9(7)    VALUE ZERO.
           05  GT-LATE-COUNT           PIC 9(7)    VALUE ZERO.
           05  GT-DAYS-LATE            PIC 9(9)    VALUE ZERO.
      *
       COPY "Dtereq.cpy".
      *
       01  CUSTOMER-TOTAL-TABLE.
           05  CUSTOMER-ENTRY-COUNT    PIC S9(3)   COMP  VALUE ZERO.
           05  CUSTOMER-ENTRY              OCCURS 200 TIMES
                                           INDEXED BY CUSTOMER-INDEX.
               10  CT-CUSTOMER-NO          PIC 9(5).
               10  CT-LINES-SHIPPED        PIC 9(7).
               10  CT-NO-REQUEST-COUNT     PIC 9(7).
               10  CT-ON-TIME-COUNT        PIC 9(7).
               10  CT-LATE-COUNT           PIC 9(7).
               10  CT-DAYS-LATE            PIC 9(9).
      *
       01  MONTH-TOTAL-TABLE.
           05  MONTH-ENTRY-COUNT       PIC S9(3)   COMP  VALUE ZERO.
           05  MONTH-ENTRY                 OCCURS 200 TIMES
                                           INDEXED BY MONTH-INDEX.
               10  MT-YEAR-MONTH           PIC 9(6).
               10  MT-LINES-SHIPPED        PIC 9(7).
               10  MT-NO-REQUEST-COUNT     PIC 9(7).
               10  MT-ON-TIME-COUNT        PIC 9(7).
               10  MT-LATE-COUNT           PIC 9(7).
               10  MT-DAYS-LATE            PIC 9(9).
      *
       01  OTS-HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "OTS1000  ON-TIME SHIPMENTS SHIPPED ".
           05  OHL-FROM-SHIP-DATE      PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE " THRU ".
           05  OHL-THRU-SHIP-DATE      PIC 9(8).
      *
       01  OTS-HEADING-LINE-2.
           05  OHL-SECTION-TITLE       PIC X(10).
           05  FILLER                  PIC X(10) VALUE "  SHIPPED".
           05  FILLER                  PIC X(10) VALUE "  NO REQ".
           05  FILLER                  PIC X(10) VALUE "  ON TIME".
           05  FILLER                  PIC X(10) VALUE "     LATE".
           05  FILLER                  PIC X(10) VALUE "  PCT ON".
           05  FILLER                  PIC X(12) VALUE "  AVG LATE".
      *
       01  OTS-DETAIL-LINE.
           05  ODL-KEY                 PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  ODL-LINES-SHIPPED       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ODL-NO-REQUEST-COUNT    PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ODL-ON-TIME-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ODL-LATE-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  ODL-PERCENT-ON-TIME     PIC ZZ9.9.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  ODL-AVERAGE-DAYS-LATE   PIC ZZ,ZZ9.9.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-ON-TIME-SHIPMENTS.
      *
           DISPLAY "OTS1000 ON-TIME SHIPMENT REPORT".
           PERFORM 100-ENTER-SHIP-DATE-RANGE
               UNTIL VALID-RANGE.
           OPEN INPUT ORDFILE.
           IF ORDFILE-SUCCESSFUL
               PERFORM 200-MEASURE-OPEN-ORDER-LINE
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
           OPEN INPUT ORDHIST.
           IF ORDHIST-SUCCESSFUL
               PERFORM 210-MEASURE-HISTORY-LINE
                   UNTIL ORDHIST-EOF
               CLOSE ORDHIST.
           OPEN OUTPUT OTSRPT.
           PERFORM 400-PRINT-CUSTOMER-SECTION.
           PERFORM 500-PRINT-MONTH-SECTION.
           CLOSE OTSRPT.
           DISPLAY "OTS1000 LINES READ " LINES-READ-COUNT
               "  LINES MEASURED " LINES-MEASURED-COUNT.
           STOP RUN.
      *
       100-ENTER-SHIP-DATE-RANGE.
      *
           MOVE "Y" TO VALID-RANGE-SWITCH.
           DISPLAY "ENTER FIRST SHIP DATE (YYYYMMDD).".
           ACCEPT FROM-SHIP-DATE.
           DISPLAY "ENTER LAST SHIP DATE (YYYYMMDD).".
           ACCEPT THRU-SHIP-DATE.
           MOVE FROM-SHIP-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF NOT DATE-REQUEST-OK
               DISPLAY "FIRST SHIP DATE IS NOT A VALID DATE."
               MOVE "N" TO VALID-RANGE-SWITCH.
           MOVE THRU-SHIP-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF NOT DATE-REQUEST-OK
               DISPLAY "LAST SHIP DATE IS NOT A VALID DATE."
               MOVE "N" TO VALID-RANGE-SWITCH.
           IF VALID-RANGE
               IF THRU-SHIP-DATE < FROM-SHIP-DATE
                   DISPLAY "LAST SHIP DATE IS BEFORE THE FIRST."
                   MOVE "N" TO VALID-RANGE-SWITCH.
           MOVE FROM-SHIP-DATE TO OHL-FROM-SHIP-DATE.
           MOVE THRU-SHIP-DATE TO OHL-THRU-SHIP-DATE.
      *
       200-MEASURE-OPEN-ORDER-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LINES-READ-COUNT
                   PERFORM 300-MEASURE-ORDER-LINE
           END-READ.
      *
       210-MEASURE-HISTORY-LINE.
      *
      *    HISTORY LINES SHARE THE ORDER FILE LAYOUT, SO EACH ONE
      *    IS MOVED INTO THE ORDER RECORD AND MEASURED THE SAME WAY.
      *
           READ ORDHIST
               AT END
                   MOVE "Y" TO ORDHIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LINES-READ-COUNT
                   MOVE HISTORY-ORDER-RECORD TO OPEN-ORDER-RECORD
                   PERFORM 300-MEASURE-ORDER-LINE
           END-READ.
      *
       300-MEASURE-ORDER-LINE.
      *
           IF (ORDER-SHIPPED OR ORDER-BILLED)
             AND OR-SHIP-DATE NOT < FROM-SHIP-DATE
             AND OR-SHIP-DATE NOT > THRU-SHIP-DATE
               ADD 1 TO LINES-MEASURED-COUNT
               MOVE OR-SHIP-DATE (1:6) TO SHIP-YEAR-MONTH
               PERFORM 310-FIND-DAYS-LATE
               PERFORM 320-POST-CUSTOMER-TOTAL
               PERFORM 340-POST-MONTH-TOTAL
               PERFORM 360-POST-GRAND-TOTAL.
      *
       310-FIND-DAYS-LATE.
      *
           MOVE ZERO TO DAYS-LATE.
           IF OR-REQUESTED-DATE NOT = ZERO
             AND OR-SHIP-DATE > OR-REQUESTED-DATE
               MOVE OR-SHIP-DATE      TO DC-DATE-1
               MOVE OR-REQUESTED-DATE TO DC-DATE-2
               SET ELAPSED-BETWEEN TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-ELAPSED-DAYS TO DAYS-LATE.
      *
       320-POST-CUSTOMER-TOTAL.
      *
           SET CUSTOMER-INDEX TO 1.
           SEARCH CUSTOMER-ENTRY
               AT END
                   CONTINUE
               WHEN CUSTOMER-INDEX > CUSTOMER-ENTRY-COUNT
                   IF CUSTOMER-ENTRY-COUNT < 200
                       ADD 1 TO CUSTOMER-ENTRY-COUNT
                       MOVE OR-CUSTOMER-NO TO
                           CT-CUSTOMER-NO (CUSTOMER-INDEX)
                       MOVE ZERO TO CT-LINES-SHIPPED (CUSTOMER-INDEX)
                       MOVE ZERO TO
                           CT-NO-REQUEST-COUNT (CUSTOMER-INDEX)
                       MOVE ZERO TO CT-ON-TIME-COUNT (CUSTOMER-INDEX)
                       MOVE ZERO TO CT-LATE-COUNT (CUSTOMER-INDEX)
                       MOVE ZERO TO CT-DAYS-LATE (CUSTOMER-INDEX)
                       PERFORM 330-ACCUMULATE-CUSTOMER
                   ELSE
                       DISPLAY "OTS1000 CUSTOMER TABLE FULL FOR "
                           "CUSTOMER " OR-CUSTOMER-NO
                   END-IF
               WHEN CT-CUSTOMER-NO (CUSTOMER-INDEX) = OR-CUSTOMER-NO
                   PERFORM 330-ACCUMULATE-CUSTOMER
           END-SEARCH.
      *
       330-ACCUMULATE-CUSTOMER.
      *
           ADD 1 TO CT-LINES-SHIPPED (CUSTOMER-INDEX).
           IF OR-REQUESTED-DATE = ZERO
               ADD 1 TO CT-NO-REQUEST-COUNT (CUSTOMER-INDEX)
           ELSE
               IF DAYS-LATE > ZERO
                   ADD 1 TO CT-LATE-COUNT (CUSTOMER-INDEX)
                   ADD DAYS-LATE TO CT-DAYS-LATE (CUSTOMER-INDEX)
               ELSE
                   ADD 1 TO CT-ON-TIME-COUNT (CUSTOMER-INDEX).
      *
       340-POST-MONTH-TOTAL.
      *
           SET MONTH-INDEX TO 1.
           SEARCH MONTH-ENTRY
               AT END
                   CONTINUE
               WHEN MONTH-INDEX > MONTH-ENTRY-COUNT
                   IF MONTH-ENTRY-COUNT < 200
                       ADD 1 TO MONTH-ENTRY-COUNT
                       MOVE SHIP-YEAR-MONTH TO
                           MT-YEAR-MONTH (MONTH-INDEX)
                       MOVE ZERO TO MT-LINES-SHIPPED (MONTH-INDEX)
                       MOVE ZERO TO MT-NO-REQUEST-COUNT (MONTH-INDEX)
                       MOVE ZERO TO MT-ON-TIME-COUNT (MONTH-INDEX)
                       MOVE ZERO TO MT-LATE-COUNT (MONTH-INDEX)
                       MOVE ZERO TO MT-DAYS-LATE (MONTH-INDEX)
                       PERFORM 350-ACCUMULATE-MONTH
                   ELSE
                       DISPLAY "OTS1000 MONTH TABLE FULL FOR MONTH "
                           SHIP-YEAR-MONTH
                   END-IF
               WHEN MT-YEAR-MONTH (MONTH-INDEX) = SHIP-YEAR-MONTH
                   PERFORM 350-ACCUMULATE-MONTH
           END-SEARCH.
      *
       350-ACCUMULATE-MONTH.
      *
           ADD 1 TO MT-LINES-SHIPPED (MONTH-INDEX).
           IF OR-REQUESTED-DATE = ZERO
               ADD 1 TO MT-NO-REQUEST-COUNT (MONTH-INDEX)
           ELSE
               IF DAYS-LATE > ZERO
                   ADD 1 TO MT-LATE-COUNT (MONTH-INDEX)
                   ADD DAYS-LATE TO MT-DAYS-LATE (MONTH-INDEX)
               ELSE
                   ADD 1 TO MT-ON-TIME-COUNT (MONTH-INDEX).
      *
       360-POST-GRAND-TOTAL.
      *
           ADD 1 TO GT-LINES-SHIPPED.
           IF OR-REQUESTED-DATE = ZERO
               ADD 1 TO GT-NO-REQUEST-COUNT
           ELSE
               IF DAYS-LATE > ZERO
                   ADD 1 TO GT-LATE-COUNT
                   ADD DAYS-LATE TO GT-DAYS-LATE
               ELSE
                   ADD 1 TO GT-ON-TIME-COUNT.
      *
       400-PRINT-CUSTOMER-SECTION.
      *
           MOVE OTS-HEADING-LINE-1 TO OTS-PRINT-AREA.
           WRITE OTS-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE "CUSTOMER" TO OHL-SECTION-TITLE.
           MOVE OTS-HEADING-LINE-2 TO OTS-PRINT-AREA.
           WRITE OTS-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 410-PRINT-CUSTOMER-LINE
               VARYING CUSTOMER-INDEX FROM 1 BY 1
               UNTIL CUSTOMER-INDEX > CUSTOMER-ENTRY-COUNT.
           PERFORM 600-PRINT-GRAND-TOTAL.
      *
       410-PRINT-CUSTOMER-LINE.
      *
           MOVE CT-CUSTOMER-NO (CUSTOMER-INDEX)   TO ODL-KEY.
           MOVE CT-LINES-SHIPPED (CUSTOMER-INDEX)
               TO ODL-LINES-SHIPPED.
           MOVE CT-NO-REQUEST-COUNT (CUSTOMER-INDEX)
               TO ODL-NO-REQUEST-COUNT.
           MOVE CT-ON-TIME-COUNT (CUSTOMER-INDEX) TO RATE-ON-TIME-COUNT.
           MOVE CT-LATE-COUNT (CUSTOMER-INDEX)    TO RATE-LATE-COUNT.
           MOVE CT-DAYS-LATE (CUSTOMER-INDEX)     TO RATE-DAYS-LATE.
           PERFORM 700-PRINT-DETAIL-LINE.
      *
       500-PRINT-MONTH-SECTION.
      *
           MOVE OTS-HEADING-LINE-1 TO OTS-PRINT-AREA.
           WRITE OTS-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE "MONTH" TO OHL-SECTION-TITLE.
           MOVE OTS-HEADING-LINE-2 TO OTS-PRINT-AREA.
           WRITE OTS-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 510-PRINT-MONTH-LINE
               VARYING MONTH-INDEX FROM 1 BY 1
               UNTIL MONTH-INDEX > MONTH-ENTRY-COUNT.
           PERFORM 600-PRINT-GRAND-TOTAL.
      *
       510-PRINT-MONTH-LINE.
      *
           MOVE MT-YEAR-MONTH (MONTH-INDEX)       TO ODL-KEY.
           MOVE MT-LINES-SHIPPED (MONTH-INDEX)    TO ODL-LINES-SHIPPED.
           MOVE MT-NO-REQUEST-COUNT (MONTH-INDEX)
               TO ODL-NO-REQUEST-COUNT.
           MOVE MT-ON-TIME-COUNT (MONTH-INDEX)    TO RATE-ON-TIME-COUNT.
           MOVE MT-LATE-COUNT (MONTH-INDEX)       TO RATE-LATE-COUNT.
           MOVE MT-DAYS-LATE (MONTH-INDEX)        TO RATE-DAYS-LATE.
           PERFORM 700-PRINT-DETAIL-LINE.
      *
       600-PRINT-GRAND-TOTAL.
      *
           MOVE SPACE TO OTS-PRINT-AREA.
           WRITE OTS-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "TOTAL"             TO ODL-KEY.
           MOVE GT-LINES-SHIPPED    TO ODL-LINES-SHIPPED.
           MOVE GT-NO-REQUEST-COUNT TO ODL-NO-REQUEST-COUNT.
           MOVE GT-ON-TIME-COUNT    TO RATE-ON-TIME-COUNT.
           MOVE GT-LATE-COUNT       TO RATE-LATE-COUNT.
           MOVE GT-DAYS-LATE        TO RATE-DAYS-LATE.
           PERFORM 700-PRINT-DETAIL-LINE.
      *
       700-PRINT-DETAIL-LINE.
      *
      *    THE PERCENT ON TIME IS TAKEN OVER THE LINES THAT CARRIED
      *    A REQUESTED DATE; THE AVERAGE OVER THE LATE LINES ONLY.
      *
           MOVE ZERO TO PERCENT-ON-TIME.
           MOVE ZERO TO AVERAGE-DAYS-LATE.
           IF RATE-ON-TIME-COUNT + RATE-LATE-COUNT > ZERO
               COMPUTE PERCENT-ON-TIME ROUNDED =
                   RATE-ON-TIME-COUNT * 100 /
                   (RATE-ON-TIME-COUNT + RATE-LATE-COUNT).
           IF RATE-LATE-COUNT > ZERO
               COMPUTE AVERAGE-DAYS-LATE ROUNDED =
                   RATE-DAYS-LATE / RATE-LATE-COUNT.
           MOVE RATE-ON-TIME-COUNT TO ODL-ON-TIME-COUNT.
           MOVE RATE-LATE-COUNT    TO ODL-LATE-COUNT.
           MOVE PERCENT-ON-TIME    TO ODL-PERCENT-ON-TIME.
           MOVE AVERAGE-DAYS-LATE  TO ODL-AVERAGE-DAYS-LATE.
           MOVE OTS-DETAIL-LINE TO OTS-PRINT-AREA.
           WRITE OTS-PRINT-AREA AFTER ADVANCING 1 LINES.
