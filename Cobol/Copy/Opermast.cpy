           05  OP-PRIOR-PASSWORD-1     PIC X(8).
           05  OP-PRIOR-PASSWORD-2     PIC X(8).
           05  OP-FAILED-ATTEMPTS      PIC 9(2).
      *
      *    PURCHASING APPROVAL LIMIT IN DOLLARS. A REQUISITION THE
      *    OPERATOR RAISES AT OR UNDER IT IS APPROVED AS ENTERED;
      *    ONE OVER IT WAITS FOR A SUPERVISOR WHOSE OWN LIMIT
      *    COVERS IT. ZERO MEANS EVERY REQUISITION WAITS.
      *
           05  OP-APPROVAL-LIMIT       PIC 9(7)V99.
