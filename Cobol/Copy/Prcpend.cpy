       01  PENDING-PRICE-CHANGE-RECORD.
      *
      *    PRICE AND COST CHANGES WAITING FOR SUPERVISOR REVIEW. ONE
      *    RECORD PER ITEM -- A LATER CHANGE TO THE SAME ITEM REPLACES
      *    THE ONE WAITING. THE OLD VALUES ARE THOSE ON THE MASTER
      *    WHEN THE CHANGE WAS ENTERED, SO THE REVIEW CAN REFUSE TO
      *    POST OVER A MASTER THAT HAS MOVED ON SINCE. BOTH NEW
      *    VALUES ARE CARRIED EVEN WHEN ONLY ONE OF THEM CHANGED.
      *
           05  PG-ITEM-NO                  PIC X(5).
           05  PG-OLD-UNIT-COST            PIC S9(3)V99.
           05  PG-OLD-UNIT-PRICE           PIC S9(3)V99.
           05  PG-NEW-UNIT-COST            PIC S9(3)V99.
           05  PG-NEW-UNIT-PRICE           PIC S9(3)V99.
           05  PG-ENTERED-BY               PIC X(8).
           05  PG-ENTRY-DATE               PIC 9(8).
           05  PG-SOURCE-PROGRAM           PIC X(8).
