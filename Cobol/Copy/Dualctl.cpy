       01  DUAL-CONTROL-RECORD.
      *
      *    DUAL-CONTROL THRESHOLDS FOR ITEM PRICE AND COST CHANGES --
      *    ONE RECORD. A CHANGE TO IM-UNIT-PRICE OR IM-UNIT-COST OF
      *    MORE THAN THESE PERCENTS OF THE CURRENT VALUE, UP OR DOWN,
      *    IS HELD ON THE PENDING-CHANGE FILE FOR A SECOND OPERATOR
      *    WITH SUPERVISOR AUTHORITY TO APPROVE. A MISSING OR BLANK
      *    CONTROL FILE COUNTS AS ZERO PERCENT, SO EVERY PRICE AND
      *    COST CHANGE IS HELD UNTIL THE THRESHOLDS ARE SET.
      *
           05  DU-PRICE-THRESHOLD-PCT      PIC 9(3).
           05  DU-COST-THRESHOLD-PCT       PIC 9(3).
