      *
       FILE-CONTROL.
      *
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT COMRATE  ASSIGN TO "c:\cobol\data\comrate.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS COMRATE-FILE-STATUS.
      *
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMASI-EOF-SWITCH         PIC X   VALUE "N".
               88  CUSTMASI-EOF                    VALUE "Y".
           05  COMRATE-EOF-SWITCH          PIC X   VALUE "N".
               88  COMRATE-EOF                     VALUE "Y".
           05  REPMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  REPMAST-EOF                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  COMRATE-FILE-STATUS     PIC XX.
               88  COMRATE-SUCCESSFUL          VALUE "00".
           05  REPMAST-FILE-STATUS     PIC XX.
      *
       200-ACCUMULATE-CUSTOMER-SALES.
      *
           OPEN INPUT CUSTMASI.
           IF NOT CUSTMASI-SUCCESSFUL
               DISPLAY "CUSTOMER MASTER COULD NOT BE OPENED -- "
                   "STATUS " CUSTMASI-FILE-STATUS
               MOVE "Y" TO CUSTMASI-EOF-SWITCH
           ELSE
               PERFORM 210-ACCUMULATE-NEXT-CUSTOMER
                   UNTIL CUSTMASI-EOF
               CLOSE CUSTMASI.
      *
       210-ACCUMULATE-NEXT-CUSTOMER.
      *
           READ CUSTMASI NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMASI-EOF-SWITCH
               NOT AT END
                   IF CM-SALESREP-NUMBER > ZERO
                       ADD CM-SALES-THIS-YTD
