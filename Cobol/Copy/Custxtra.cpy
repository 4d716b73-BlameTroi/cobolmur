               10  CX-CITY             PIC X(15).
               10  CX-STATE            PIC X(2).
               10  CX-ZIP-CODE         PIC X(10).
      *
      *    PAYMENT TERMS, THE SAME THREE FIELDS THE VENDOR MASTER
      *    CARRIES: NET DAYS TO THE DUE DATE AND A DISCOUNT PERCENT
      *    FOR PAYMENT WITHIN THE DISCOUNT DAYS. ZEROS MEAN NO TERMS
      *    ON FILE -- THE ITEM FALLS DUE AT ITS INVOICE DATE.
      *
           05  CX-PAYMENT-TERMS.
               10  CX-NET-DAYS         PIC 9(3).
               10  CX-DISCOUNT-PCT     PIC 9V99.
               10  CX-DISCOUNT-DAYS    PIC 9(3).
