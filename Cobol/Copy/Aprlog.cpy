       01  APPROVAL-LOG-RECORD.
      *
      *    ONE LINE PER REQUISITION DECISION -- WHO APPROVED OR
      *    REJECTED WHAT, WHEN, AND THE LIMIT THEY HELD AT THE
      *    TIME. AN APPROVAL ON ENTRY IS LOGGED UNDER THE
      *    REQUESTER. THE LOG IS ONLY EVER EXTENDED.
      *
           05  AL-LOG-DATE             PIC 9(8).
           05  AL-LOG-TIME             PIC 9(6).
           05  AL-REQ-NO               PIC 9(6).
           05  AL-ACTION               PIC X.
               88  AL-APPROVED                 VALUE "A".
               88  AL-REJECTED                 VALUE "R".
           05  AL-OPERATOR-ID          PIC X(8).
           05  AL-EXTENDED-COST        PIC S9(7)V99.
           05  AL-APPROVAL-LIMIT       PIC 9(7)V99.
           05  AL-REASON               PIC X(30).
