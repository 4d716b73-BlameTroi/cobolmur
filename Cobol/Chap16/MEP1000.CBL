      *
       FD  RCTTRAN.
      *
       01  TRANSACTION-RECORD      PIC X(33).
      *
       FD  ARCHIVE.
      *
       01  ARCHIVE-TRANSACTION-RECORD      PIC X(33).
      *
       FD  CURRENT.
      *
       01  CURRENT-TRANSACTION-RECORD      PIC X(33).
      *
       FD  MEPRPT.
      *
           05  RT-RECEIPT-QUANTITY REDEFINES RT-RECEIPT-QUANTITY-X
                                       PIC 9(5).
           05  RT-LOCATION-CODE        PIC X(2).
           05  RT-PO-NUMBER            PIC 9(6).
           05  RT-PO-LINE-NO           PIC 9(2).
      *
       01  CUTOFF-DATE                 PIC X(8).
      *
