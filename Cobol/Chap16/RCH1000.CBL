      *
       FD  RCTCURR.
      *
       01  CURRENT-RECEIPT-RECORD      PIC X(33).
      *
       FD  RCTNITE.
      *
       01  NIGHTLY-RECEIPT-RECORD      PIC X(33).
      *
       FD  RCTARCH.
      *
       01  ARCHIVE-RECEIPT-RECORD      PIC X(33).
      *
       SD  SORTWORK.
      *
           05  RW-RECEIPT-QUANTITY REDEFINES RW-RECEIPT-QUANTITY-X
                                       PIC S9(5).
           05  RW-LOCATION-CODE        PIC X(2).
           05  RW-PO-NUMBER            PIC 9(6).
           05  RW-PO-LINE-NO           PIC 9(2).
      *
       01  SOURCE-FILE-NAME            PIC X(7).
      *
