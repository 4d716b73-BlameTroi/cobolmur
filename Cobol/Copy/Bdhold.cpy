       01  BAD-DEBT-HOLD-RECORD.
      *
      *    ONE RECORD PER CUSTOMER WRITTEN OFF AS UNCOLLECTIBLE.
      *    THE WRITE-OFF RUN APPENDS THEM; THE NIGHTLY CREDIT-HOLD
      *    PASS HOLDS EVERY OPEN ORDER LINE FOR A CUSTOMER ON THIS
      *    FILE WHATEVER THE CREDIT LIMIT SAYS.
      *
           05  BH-CUSTOMER-NO          PIC 9(5).
           05  BH-WRITE-OFF-DATE       PIC 9(8).
           05  BH-OPERATOR-ID          PIC X(8).
           05  BH-AMOUNT-WRITTEN-OFF   PIC S9(7)V99.
