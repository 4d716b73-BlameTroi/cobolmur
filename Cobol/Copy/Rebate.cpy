       01  REBATE-AGREEMENT-RECORD.
      *
      *    ONE VOLUME-REBATE AGREEMENT PER CUSTOMER, KEYED BY
      *    CUSTOMER NUMBER. PURCHASES FROM THE PERIOD START DATE
      *    THROUGH THE PERIOD END DATE COUNT TOWARD THE TIERS. THE
      *    HIGHEST TIER WHOSE THRESHOLD THE PURCHASES EXCEED SETS
      *    THE RATE FOR ALL OF THEM -- OVER $50,000 AT 2.00 PERCENT
      *    PAYS 2 PERCENT FROM THE FIRST DOLLAR. TIERS RUN LOWEST
      *    THRESHOLD FIRST; AN UNUSED TIER IS ZERO.
      *
           05  RB-CUSTOMER-NO          PIC 9(5).
           05  RB-PERIOD-START         PIC 9(8).
           05  RB-PERIOD-END           PIC 9(8).
           05  RB-TIER                     OCCURS 3 TIMES.
               10  RB-TIER-THRESHOLD   PIC S9(7)V99.
               10  RB-TIER-RATE        PIC 9(2)V99.
      *
      *    WHERE THE QUARTERLY ACCRUAL LEFT THE AGREEMENT. EACH RUN
      *    ACCRUES ONLY THE DIFFERENCE BETWEEN THE REBATE EARNED TO
      *    DATE AND THE AMOUNT ALREADY ACCRUED.
      *
           05  RB-PURCHASES-TO-DATE    PIC S9(9)V99.
           05  RB-ACCRUED-TO-DATE      PIC S9(7)V99.
           05  RB-LAST-ACCRUAL-DATE    PIC 9(8).
           05  RB-AGREEMENT-STATUS     PIC X.
               88  REBATE-ACTIVE               VALUE "A".
               88  REBATE-SETTLED              VALUE "S".
           05  RB-SETTLED-DATE         PIC 9(8).
