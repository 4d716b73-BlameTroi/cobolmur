      *    DATA GETS INTO NUMERIC FIELDS -- THE DEMAND HISTORY
      *    LAYOUT HAS CARRIED A REDEFINES GUARD FOR YEARS BECAUSE
      *    OF IT -- AND ABENDS FOLLOW. THIS SCAN READS INVMAST,
      *    VENDMAST, CUSTMASI, AND STUMAST LOOKING FOR NON-NUMERIC
      *    CONTENT IN NUMERIC FIELDS AND IMPOSSIBLE VALUES (NEGATIVE
      *    PRICES, VENDORS NOT ON THE VENDOR MASTER, BRANCH ZERO),
      *    PRINTS AN EXCEPTION REPORT, AND CAN QUARANTINE THE BAD
      *    RECORDS TO A SIDE FILE.
      *
       ENVIRONMENT DIVISION.
      *
                           ACCESS IS DYNAMIC
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CM-CUSTOMER-NUMBER-X
                           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT STUMAST  ASSIGN TO "c:\cobol\data\stumast.dat"
                           ORGANIZATION IS INDEXED
      *
       COPY "Vendmast.cpy".
      *
       FD  CUSTMASI.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER-X      PIC X(2).
           05  SM-UNITS-IN-PROG-X      PIC X(3).
           05  SM-ACADEMIC-STANDING-X  PIC X(1).
           05  SM-STANDING-TERM-X      PIC X(6).
           05  SM-DEGREE-TERM-X        PIC X(6).
           05  SM-GRADUATION-HONORS    PIC X.
      *
       FD  QUARFILE.
      *
       01  QUARANTINE-RECORD.
           05  QR-SOURCE-FILE          PIC X(8).
           05  QR-RECORD-DATA          PIC X(118).
      *
       FD  DIARPT.
      *
           05  SCANNING-FILE-NAME      PIC X(8).
           05  EXCEPTION-TEXT          PIC X(35).
           05  RECORD-KEY-TEXT         PIC X(10).
      *
       01  DIA-HEADING-LINE-1.
           05  FILLER                  PIC X(45)
           PERFORM 100-SCAN-INVENTORY-MASTER.
           PERFORM 200-SCAN-VENDOR-MASTER.
           PERFORM 300-SCAN-CUSTOMER-MASTER.
           PERFORM 400-SCAN-STUDENT-MASTER.
           CLOSE VENDMAST.
           MOVE RECORDS-SCANNED TO DTL1-COUNT.
       300-SCAN-CUSTOMER-MASTER.
      *
           MOVE "N" TO SCAN-EOF-SWITCH.
           OPEN INPUT CUSTMASI.
           IF MASTER-SUCCESSFUL
               MOVE "CUSTMASI" TO SCANNING-FILE-NAME
               PERFORM 310-SCAN-NEXT-CUSTOMER
                   UNTIL SCAN-EOF
               CLOSE CUSTMASI
           ELSE
               DISPLAY "CUSTMASI COULD NOT BE OPENED -- SKIPPED.".
      *
       310-SCAN-NEXT-CUSTOMER.
      *
           READ CUSTMASI NEXT RECORD
               AT END
                   MOVE "Y" TO SCAN-EOF-SWITCH
               NOT AT END
                   MOVE CM-CUSTOMER-NUMBER-X TO RECORD-KEY-TEXT
                   PERFORM 320-EDIT-CUSTOMER-FIELDS
                   IF RECORD-BAD AND QUARANTINE-WANTED
                       MOVE "CUSTMASI" TO QR-SOURCE-FILE
                       MOVE CUSTOMER-MASTER-RECORD
                           TO QR-RECORD-DATA
                       WRITE QUARANTINE-RECORD
           IF CM-SALES-LAST-YTD NOT NUMERIC
               MOVE "SALES LAST YTD NOT NUMERIC" TO EXCEPTION-TEXT
               PERFORM 900-REPORT-EXCEPTION.
      *
       400-SCAN-STUDENT-MASTER.
      *
               MOVE "STANDING TERM NOT NUMERIC"
                   TO EXCEPTION-TEXT
               PERFORM 900-REPORT-EXCEPTION.
           IF SM-DEGREE-TERM-X NOT NUMERIC
               MOVE "DEGREE TERM NOT NUMERIC"
                   TO EXCEPTION-TEXT
               PERFORM 900-REPORT-EXCEPTION.
      *
       900-REPORT-EXCEPTION.
      *
