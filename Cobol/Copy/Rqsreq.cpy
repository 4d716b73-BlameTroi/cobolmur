       01  REQUISITION-REQUEST.
      *
      *    PASSED TO RQS1000 BY ANY PROGRAM THAT RAISES A PURCHASE
      *    REQUISITION. THE CALLER SUPPLIES THE SIGNED-ON OPERATOR,
      *    ITEM, VENDOR, AND QUANTITY; RQS1000 PRICES IT FROM THE
      *    VENDOR CATALOG, RAISES THE QUANTITY TO THE CATALOG
      *    MINIMUM, FILES IT, AND SAYS WHETHER IT WAS APPROVED ON
      *    ENTRY OR IS WAITING IN THE APPROVAL QUEUE.
      *
           05  RR-OPERATOR-ID          PIC X(8).
           05  RR-ITEM-NO              PIC X(5).
           05  RR-VENDOR-NO            PIC X(5).
           05  RR-QUANTITY             PIC S9(5).
           05  RR-REQ-NO               PIC 9(6).
           05  RR-EXTENDED-COST        PIC S9(7)V99.
           05  RR-RETURN-CODE          PIC XX.
               88  REQ-APPROVED-ON-ENTRY       VALUE "00".
               88  REQ-AWAITING-APPROVAL       VALUE "10".
               88  REQ-NO-CATALOG-QUOTE        VALUE "20".
               88  REQ-FILE-ERROR              VALUE "99".
