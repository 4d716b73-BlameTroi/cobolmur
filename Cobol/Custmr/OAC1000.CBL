       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. OAC1000.
      *
      *    UNAPPLIED CASH ON ACCOUNT. EVERY OPEN "OA" CREDIT ITEM
      *    THE CASH APPLICATION AND LOCKBOX RUNS LEFT ON THE
      *    OPEN-ITEM FILE IS LISTED BY CUSTOMER AND DATE RECEIVED,
      *    AGED IN THE SAME FOUR BUCKETS AS THE RECEIVABLES AGING,
      *    WITH A TOTAL PER CUSTOMER AND BUCKET TOTALS FOR THE
      *    RUN. CASH THAT SITS ON ACCOUNT FOR MONTHS IS A REFUND
      *    OWED OR A MISPOSTED CHECK, AND THIS IS WHERE IT SHOWS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk11.dat".
           SELECT OACRPT   ASSIGN TO "c:\cobol\data\oac1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
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
       01  SORT-WORK-AREA.
           05  SW-CUSTOMER-NO          PIC 9(5).
           05  SW-RECEIVED-DATE        PIC 9(8).
           05  SW-REFERENCE            PIC X(10).
           05  SW-ORIGINAL-AMOUNT      PIC S9(7)V99.
           05  SW-UNAPPLIED-AMOUNT     PIC S9(7)V99.
      *
       FD  OACRPT.
      *
       01  PRINT-AREA                  PIC X(110).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  FIRST-CUSTOMER-SWITCH       PIC X   VALUE "Y".
               88  FIRST-CUSTOMER                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
      *
       01  COUNT-FIELDS.
           05  CREDIT-ITEMS-LISTED     PIC S9(5)   COMP  VALUE ZERO.
           05  CUSTOMERS-LISTED        PIC S9(5)   COMP  VALUE ZERO.
      *
       01  CONTROL-FIELDS.
           05  OLD-CUSTOMER-NO         PIC 9(5).
      *
       01  AGING-WORK-FIELDS.
           05  ELAPSED-DAYS            PIC S9(5).
           05  UNAPPLIED-AMOUNT        PIC S9(7)V99.
           05  CUSTOMER-UNAPPLIED      PIC S9(9)V99 VALUE ZERO.
           05  GRAND-UNAPPLIED         PIC S9(9)V99 VALUE ZERO.
      *
       COPY "Dtereq.cpy".
      *
       01  AGING-BUCKETS.
           05  BUCKET-0-30             PIC S9(9)V99 VALUE ZERO.
           05  BUCKET-31-60            PIC S9(9)V99 VALUE ZERO.
           05  BUCKET-61-90            PIC S9(9)V99 VALUE ZERO.
           05  BUCKET-OVER-90          PIC S9(9)V99 VALUE ZERO.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  OAC-HEADING-LINE-1.
           05  FILLER                  PIC X(44)
               VALUE "OAC1000  UNAPPLIED CASH ON ACCOUNT AS OF".
           05  HL1-RUN-DATE            PIC 9(8).
      *
       01  OAC-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(12) VALUE "RECEIVED".
           05  FILLER                  PIC X(12) VALUE "REFERENCE".
           05  FILLER                  PIC X(14) VALUE "ORIGINAL".
           05  FILLER                  PIC X(15) VALUE "UNAPPLIED".
           05  FILLER                  PIC X(10) VALUE "DAYS OLD".
           05  FILLER                  PIC X(8)  VALUE "BUCKET".
      *
       01  OAC-DETAIL-LINE.
           05  ODL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  ODL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ODL-RECEIVED-DATE       PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  ODL-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ODL-ORIGINAL-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ODL-UNAPPLIED-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  ODL-DAYS-OLD            PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  ODL-BUCKET              PIC X(8).
      *
       01  OAC-CUSTOMER-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(15)
               VALUE "CUSTOMER TOTAL ".
           05  CTL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(47) VALUE SPACE.
           05  CTL-UNAPPLIED-TOTAL     PIC ZZ,ZZZ,ZZ9.99.
      *
       01  OAC-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(25)
               VALUE "TOTAL UNAPPLIED CASH".
           05  GTL-CUSTOMER-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE " CUSTOMERS".
           05  FILLER                  PIC X(26) VALUE SPACE.
           05  GTL-UNAPPLIED-TOTAL     PIC ZZ,ZZZ,ZZ9.99.
      *
       01  OAC-BUCKET-HEADING.
           05  FILLER                  PIC X(10) VALUE SPACE.
           05  FILLER                  PIC X(17) VALUE "0-30".
           05  FILLER                  PIC X(17) VALUE "31-60".
           05  FILLER                  PIC X(17) VALUE "61-90".
           05  FILLER                  PIC X(17) VALUE "OVER 90".
      *
       01  OAC-BUCKET-LINE.
           05  FILLER                  PIC X(10) VALUE "TOTALS".
           05  OBL-BUCKET-0-30         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OBL-BUCKET-31-60        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OBL-BUCKET-61-90        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  OBL-BUCKET-OVER-90      PIC ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-LIST-UNAPPLIED-CASH.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT CUSTMASI.
           IF NOT CUSTMASI-SUCCESSFUL
               DISPLAY "CUSTOMER MASTER COULD NOT BE OPENED -- "
                   "STATUS " CUSTMASI-FILE-STATUS
               DISPLAY "HAS CNV1000 BEEN RUN?"
               STOP RUN.
           OPEN OUTPUT OACRPT.
           MOVE RUN-DATE TO HL1-RUN-DATE.
           MOVE OAC-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE OAC-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           SORT SORTWORK
               ON ASCENDING KEY SW-CUSTOMER-NO
                                SW-RECEIVED-DATE
               INPUT PROCEDURE IS 100-RELEASE-CREDIT-ITEMS
               OUTPUT PROCEDURE IS 200-PRINT-UNAPPLIED-CASH.
           IF NOT FIRST-CUSTOMER
               PERFORM 300-PRINT-CUSTOMER-TOTAL.
           PERFORM 400-PRINT-REPORT-TOTALS.
           CLOSE OACRPT
                 CUSTMASI.
           DISPLAY "OAC1000  CUSTOMERS WITH CASH ON ACCOUNT "
               CUSTOMERS-LISTED "  CREDIT ITEMS " CREDIT-ITEMS-LISTED.
           STOP RUN.
      *
       100-RELEASE-CREDIT-ITEMS.
      *
           OPEN INPUT AROPEN.
           IF NOT AROPEN-SUCCESSFUL
               DISPLAY "NO OPEN-ITEM FILE ON FILE."
               MOVE "Y" TO AROPEN-EOF-SWITCH
           ELSE
               PERFORM 110-RELEASE-NEXT-CREDIT-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN.
      *
       110-RELEASE-NEXT-CREDIT-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN AND AO-REFERENCE (1:2) = "OA"
                       AND AO-OPEN-AMOUNT < ZERO
                       MOVE AO-CUSTOMER-NO     TO SW-CUSTOMER-NO
                       MOVE AO-INVOICE-DATE    TO SW-RECEIVED-DATE
                       MOVE AO-REFERENCE       TO SW-REFERENCE
                       COMPUTE SW-ORIGINAL-AMOUNT =
                           ZERO - AO-ORIGINAL-AMOUNT
                       COMPUTE SW-UNAPPLIED-AMOUNT =
                           ZERO - AO-OPEN-AMOUNT
                       RELEASE SORT-WORK-AREA
                   END-IF
           END-READ.
      *
       200-PRINT-UNAPPLIED-CASH.
      *
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
           PERFORM 220-PRINT-CREDIT-ITEM
               UNTIL SORT-EOF.
      *
       210-RETURN-NEXT-SORT-RECORD.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       220-PRINT-CREDIT-ITEM.
      *
      *    THE NAME PRINTS ON THE FIRST LINE OF EACH CUSTOMER ONLY.
      *
           MOVE SPACE TO ODL-CUSTOMER-NAME.
           IF FIRST-CUSTOMER
               MOVE "N" TO FIRST-CUSTOMER-SWITCH
               MOVE SW-CUSTOMER-NO TO OLD-CUSTOMER-NO
               PERFORM 230-LOOKUP-CUSTOMER-NAME
           ELSE
               IF SW-CUSTOMER-NO NOT = OLD-CUSTOMER-NO
                   PERFORM 300-PRINT-CUSTOMER-TOTAL
                   MOVE SW-CUSTOMER-NO TO OLD-CUSTOMER-NO
                   PERFORM 230-LOOKUP-CUSTOMER-NAME.
           ADD 1 TO CREDIT-ITEMS-LISTED.
           MOVE SW-UNAPPLIED-AMOUNT TO UNAPPLIED-AMOUNT.
           ADD UNAPPLIED-AMOUNT TO CUSTOMER-UNAPPLIED.
           MOVE RUN-DATE         TO DC-DATE-1.
           MOVE SW-RECEIVED-DATE TO DC-DATE-2.
           SET ELAPSED-BETWEEN TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               MOVE DC-ELAPSED-DAYS TO ELAPSED-DAYS
           ELSE
               MOVE 99999 TO ELAPSED-DAYS.
           MOVE SW-CUSTOMER-NO      TO ODL-CUSTOMER-NO.
           MOVE SW-RECEIVED-DATE    TO ODL-RECEIVED-DATE.
           MOVE SW-REFERENCE        TO ODL-REFERENCE.
           MOVE SW-ORIGINAL-AMOUNT  TO ODL-ORIGINAL-AMOUNT.
           MOVE UNAPPLIED-AMOUNT    TO ODL-UNAPPLIED-AMOUNT.
           MOVE ELAPSED-DAYS        TO ODL-DAYS-OLD.
           EVALUATE TRUE
               WHEN ELAPSED-DAYS <= 30
                   MOVE "0-30"    TO ODL-BUCKET
                   ADD UNAPPLIED-AMOUNT TO BUCKET-0-30
               WHEN ELAPSED-DAYS <= 60
                   MOVE "31-60"   TO ODL-BUCKET
                   ADD UNAPPLIED-AMOUNT TO BUCKET-31-60
               WHEN ELAPSED-DAYS <= 90
                   MOVE "61-90"   TO ODL-BUCKET
                   ADD UNAPPLIED-AMOUNT TO BUCKET-61-90
               WHEN OTHER
                   MOVE "OVER 90" TO ODL-BUCKET
                   ADD UNAPPLIED-AMOUNT TO BUCKET-OVER-90
           END-EVALUATE.
           MOVE OAC-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
      *
       230-LOOKUP-CUSTOMER-NAME.
      *
           ADD 1 TO CUSTOMERS-LISTED.
           MOVE OLD-CUSTOMER-NO TO CM-CUSTOMER-NUMBER.
           READ CUSTMASI
               INVALID KEY
                   MOVE "CUSTOMER NOT ON MASTER" TO CM-CUSTOMER-NAME.
           MOVE CM-CUSTOMER-NAME TO ODL-CUSTOMER-NAME.
      *
       300-PRINT-CUSTOMER-TOTAL.
      *
           MOVE OLD-CUSTOMER-NO    TO CTL-CUSTOMER-NO.
           MOVE CUSTOMER-UNAPPLIED TO CTL-UNAPPLIED-TOTAL.
           MOVE OAC-CUSTOMER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD CUSTOMER-UNAPPLIED TO GRAND-UNAPPLIED.
           MOVE ZERO TO CUSTOMER-UNAPPLIED.
      *
       400-PRINT-REPORT-TOTALS.
      *
           MOVE CUSTOMERS-LISTED TO GTL-CUSTOMER-COUNT.
           MOVE GRAND-UNAPPLIED  TO GTL-UNAPPLIED-TOTAL.
           MOVE OAC-GRAND-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE OAC-BUCKET-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE BUCKET-0-30    TO OBL-BUCKET-0-30.
           MOVE BUCKET-31-60   TO OBL-BUCKET-31-60.
           MOVE BUCKET-61-90   TO OBL-BUCKET-61-90.
           MOVE BUCKET-OVER-90 TO OBL-BUCKET-OVER-90.
           MOVE OAC-BUCKET-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
