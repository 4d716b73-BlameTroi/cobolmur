           SELECT SALESTRN ASSIGN TO "c:\cobol\data\salestrn.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SALESTRN-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT SALRPT   ASSIGN TO "c:\cobol\data\sal3rpt.prn".
      *
       DATA DIVISION.
      *
       COPY "Salestrn.cpy".
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
               88  END-OF-INQUIRIES                VALUE "Y".
           05  SALESTRN-EOF-SWITCH         PIC X   VALUE "N".
               88  SALESTRN-EOF                    VALUE "Y".
           05  CUSTOMER-FOUND-SWITCH       PIC X   VALUE "N".
               88  CUSTOMER-FOUND                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  SALESTRN-FILE-STATUS    PIC XX.
               88  SALESTRN-SUCCESSFUL         VALUE "00".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  INQUIRY-CUSTOMER-NO     PIC X(5).
       200-FIND-MASTER-YTD.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           MOVE ZERO TO MASTER-YTD-AMOUNT.
           OPEN INPUT CUSTMASI.
           IF CUSTMASI-SUCCESSFUL
               MOVE INQUIRY-CUSTOMER-NO TO CM-CUSTOMER-NUMBER
               READ CUSTMASI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
                       MOVE CM-SALES-THIS-YTD TO MASTER-YTD-AMOUNT
               END-READ
               CLOSE CUSTMASI.
      *
       300-LIST-DETAIL-TRANSACTIONS.
      *
