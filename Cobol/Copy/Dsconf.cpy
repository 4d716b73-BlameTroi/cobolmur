       01  DROP-SHIP-CONFIRMATION.
      *
      *    ONE RECORD EACH TIME A VENDOR CONFIRMS IT HAS SHIPPED A
      *    DROP-SHIP LINE STRAIGHT TO OUR CUSTOMER, WRITTEN BY
      *    SHIPPING CONFIRMATION. IT STANDS IN FOR THE RECEIPT WE
      *    NEVER GET: THE PO POSTING RUN CLOSES THE VENDOR'S
      *    DROP-SHIP PURCHASE ORDER FROM IT, AND THE PAYABLES
      *    MATCH ACCEPTS THE VENDOR'S INVOICE AGAINST IT.
      *
           05  DS-VENDOR-NO            PIC X(5).
           05  DS-ITEM-NO              PIC X(5).
           05  DS-SHIP-DATE            PIC 9(8).
           05  DS-SHIP-QUANTITY        PIC S9(5).
           05  DS-UNIT-COST            PIC S9(3)V99.
           05  DS-ORDER-NO             PIC 9(6).
           05  DS-LINE-NO              PIC 9(3).
           05  DS-CUSTOMER-NO          PIC 9(5).
           05  DS-CARRIER-CODE         PIC X(4).
