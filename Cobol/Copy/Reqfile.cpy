       01  REQUISITION-RECORD.
      *
      *    ONE PURCHASE REQUISITION, KEYED BY REQUISITION NUMBER.
      *    THE COST IS THE VENDOR CATALOG QUOTE AT THE TIME THE
      *    REQUISITION WAS RAISED. A REQUISITION IS PENDING UNTIL
      *    A SUPERVISOR DECIDES IT -- OR APPROVED ON ENTRY WHEN
      *    THE REQUESTER'S OWN LIMIT COVERS IT -- AND ORDERED ONCE
      *    THE PO RUN HAS WRITTEN IT TO PORDFILE.
      *
           05  RQ-REQ-NO               PIC 9(6).
           05  RQ-ITEM-NO              PIC X(5).
           05  RQ-VENDOR-NO            PIC X(5).
           05  RQ-QUANTITY             PIC S9(5).
           05  RQ-UNIT-COST            PIC S9(3)V99.
           05  RQ-EXTENDED-COST        PIC S9(7)V99.
           05  RQ-REQUESTED-BY         PIC X(8).
           05  RQ-REQUEST-DATE         PIC 9(8).
           05  RQ-STATUS               PIC X.
               88  REQ-PENDING                 VALUE "P".
               88  REQ-APPROVED                VALUE "A".
               88  REQ-REJECTED                VALUE "R".
               88  REQ-ORDERED                 VALUE "O".
           05  RQ-DECIDED-BY           PIC X(8).
           05  RQ-DECISION-DATE        PIC 9(8).
           05  RQ-REJECT-REASON        PIC X(30).
           05  RQ-PO-NUMBER            PIC 9(6).
           05  RQ-PO-LINE-NO           PIC 9(2).
