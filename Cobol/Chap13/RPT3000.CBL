      *
       FILE-CONTROL.
      *
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CI-CUSTOMER-NUMBER.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk21.dat".
           SELECT SALESRPT ASSIGN TO "C:\COBOL\DATA\SALESRPT.PRN".
           SELECT SALESCSV ASSIGN TO "C:\COBOL\DATA\SALESRPT.CSV"
                           ORGANIZATION IS LINE SEQUENTIAL.
      *
       FILE SECTION.
      *
       FD  CUSTMASI.
      *
       01  INDEXED-RECORD-AREA.
           05  FILLER                  PIC X(4).
           05  CI-CUSTOMER-NUMBER      PIC X(5).
           05  FILLER                  PIC X(48).
      *
      *    THE INDEXED MASTER IS IN CUSTOMER ORDER; THE BRANCH AND
      *    SALESREP BREAKS NEED IT SORTED BACK INTO BRANCH ORDER.
      *
       SD  SORTWORK.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  SORTWORK-EOF-SWITCH     PIC X   VALUE "N".
               88  SORTWORK-EOF                VALUE "Y".
           05  FIRST-RECORD-SWITCH     PIC X   VALUE "Y".
               88  FIRST-RECORD                VALUE "Y".
           05  RECORD-QUALIFIES-SWITCH PIC X   VALUE "N".
      *
           PERFORM 050-GET-REPORT-FILTERS.
           PERFORM 060-LOAD-CODE-NAME-TABLES.
           IF CSV-FORMAT
               OPEN OUTPUT SALESCSV
           ELSE
               OPEN OUTPUT SALESRPT
               PERFORM 100-FORMAT-REPORT-HEADING.
           SORT SORTWORK
               ON ASCENDING KEY CM-BRANCH-NUMBER
                                CM-SALESREP-NUMBER
                                CM-CUSTOMER-NUMBER
               USING CUSTMASI
               OUTPUT PROCEDURE IS 200-PRODUCE-SALES-LINES.
           IF CSV-FORMAT
               CLOSE SALESCSV
           ELSE
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL2-HOURS.
           MOVE CD-MINUTES TO HL2-MINUTES.
      *
       200-PRODUCE-SALES-LINES.
      *
           PERFORM 300-PREPARE-SALES-LINES
               WITH TEST AFTER
               UNTIL SORTWORK-EOF.
           PERFORM 500-PRINT-GRAND-TOTALS.
      *
       300-PREPARE-SALES-LINES.
      *
           PERFORM 310-READ-CUSTOMER-RECORD.
           EVALUATE TRUE
               WHEN SORTWORK-EOF
                   PERFORM 355-PRINT-SALESREP-LINE
                   PERFORM 360-PRINT-BRANCH-LINE
               WHEN FIRST-RECORD
       310-READ-CUSTOMER-RECORD.
      *
           MOVE "N" TO RECORD-QUALIFIES-SWITCH.
           PERFORM UNTIL SORTWORK-EOF OR RECORD-QUALIFIES
               RETURN SORTWORK
                   AT END
                       SET SORTWORK-EOF TO TRUE
                   NOT AT END
                       IF (FILTER-BRANCH-NUMBER = ZERO OR
                           CM-BRANCH-NUMBER = FILTER-BRANCH-NUMBER)
                           CM-SALESREP-NUMBER = FILTER-SALESREP-NUMBER)
                           SET RECORD-QUALIFIES TO TRUE
                       END-IF
               END-RETURN
           END-PERFORM.
      *
       320-PRINT-CUSTOMER-LINE.
