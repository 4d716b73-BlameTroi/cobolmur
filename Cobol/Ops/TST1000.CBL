                           FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT TCSTLAYR ASSIGN TO "c:\cobol\test\cstlayer.dat"
                           FILE STATUS IS TEST-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT TCUSTMSI ASSIGN TO "c:\cobol\test\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS TC-CUSTOMER-NO
                           FILE STATUS IS TEST-FILE-STATUS.
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
      *
       01  TEST-LAYER-RECORD           PIC X(23).
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
       FD  TCUSTMSI.
      *
       01  TEST-CUSTOMER-RECORD.
           05  FILLER                  PIC X(4).
           05  TC-CUSTOMER-NO          PIC X(5).
           05  FILLER                  PIC X(48).
      *
       FD  AROPEN.
      *
      *
       FD  TAROPEN.
      *
       01  TEST-OPEN-ITEM-RECORD       PIC X(67).
      *
       FD  SALESTRN.
      *
       500-SUBSET-CUSTOMER-MASTER.
      *
           MOVE "N" TO SOURCE-EOF-SWITCH.
           OPEN INPUT CUSTMASI.
           IF NOT SOURCE-SUCCESSFUL
               MOVE "Y" TO SOURCE-EOF-SWITCH.
           OPEN OUTPUT TCUSTMSI.
           PERFORM 510-SUBSET-NEXT-CUSTOMER
               UNTIL SOURCE-EOF.
           IF SOURCE-SUCCESSFUL
               CLOSE CUSTMASI.
           CLOSE TCUSTMSI.
      *
       510-SUBSET-NEXT-CUSTOMER.
      *
           READ CUSTMASI
               AT END
                   MOVE "Y" TO SOURCE-EOF-SWITCH
               NOT AT END
           MOVE "COST LAYERS"        TO TCL-FILE-NAME.
           MOVE LAYERS-KEPT          TO TCL-KEPT-COUNT.
           PERFORM 810-PRINT-CONTENTS-LINE.
           MOVE "CUSTMASI CUSTOMERS" TO TCL-FILE-NAME.
           MOVE CUSTOMERS-KEPT       TO TCL-KEPT-COUNT.
           PERFORM 810-PRINT-CONTENTS-LINE.
           MOVE "AROPEN OPEN ITEMS"  TO TCL-FILE-NAME.
