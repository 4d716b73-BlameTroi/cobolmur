       01  FREIGHT-RATE-RECORD.
      *
      *    ONE RECORD PER CARRIER AND DESTINATION STATE. BILLING
      *    PRICES AN INVOICE'S FREIGHT AT THE RATE PER HUNDRED
      *    POUNDS OF SHIPPING WEIGHT, NEVER LESS THAN THE MINIMUM
      *    CHARGE. A STATE CODE OF "**" IS THE CARRIER'S RATE FOR
      *    ANY STATE WITHOUT ITS OWN RECORD.
      *
           05  FR-RATE-KEY.
               10  FR-CARRIER-CODE     PIC X(4).
               10  FR-STATE-CODE       PIC X(2).
           05  FR-RATE-PER-CWT         PIC 9(3)V99.
           05  FR-MINIMUM-CHARGE       PIC 9(3)V99.
