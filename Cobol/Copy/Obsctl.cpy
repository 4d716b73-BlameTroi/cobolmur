       01  OBSOLESCENCE-CONTROL-RECORD.
      *
      *    OBSOLESCENCE RESERVE CONTROL FILE -- ONE RECORD. UP TO
      *    FIVE AGE TIERS, EACH THE MONTHS SINCE AN ITEM LAST MOVED
      *    AND THE PERCENT OF ITS STOCK VALUE RESERVED FROM THEN
      *    ON, KEYED IN RISING ORDER OF MONTHS. A TIER OF ZERO
      *    MONTHS IS UNUSED. THE MONTH-END RUN KEEPS THE LAST
      *    MONTH RESERVED AND THE RESERVE THEN BOOKED, SO EACH RUN
      *    JOURNALS ONLY THE CHANGE.
      *
           05  OX-RESERVE-TIER             OCCURS 5 TIMES.
               10  OX-TIER-MONTHS          PIC 9(3).
               10  OX-TIER-PERCENT         PIC 9(3).
           05  OX-LAST-RESERVE-MONTH       PIC 9(6).
           05  OX-LAST-RESERVE-TOTAL       PIC S9(9)V99.
