       01  SALES-BUDGET-RECORD.
      *
      *    THE SALES BUDGET MANAGEMENT SETS EACH JANUARY, ONE
      *    RECORD PER BRANCH, SALESREP, AND MONTH (YYYYMM). THE
      *    AMOUNT IS BILLED SALES DOLLARS, THE SAME MEASURE THE
      *    ITEM-SALES DETAIL CARRIES, SO THE BUDGET REPORT CAN SET
      *    ONE AGAINST THE OTHER WITHOUT CONVERSION.
      *
           05  SB-BUDGET-KEY.
               10  SB-BRANCH-NUMBER    PIC 9(2).
               10  SB-SALESREP-NUMBER  PIC 9(2).
               10  SB-BUDGET-MONTH     PIC 9(6).
           05  SB-BUDGET-AMOUNT        PIC S9(7)V99.
