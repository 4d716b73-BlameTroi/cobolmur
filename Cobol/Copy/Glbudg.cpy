       01  GL-BUDGET-RECORD.
      *
      *    THE GENERAL-LEDGER BUDGET, ONE RECORD PER ACCOUNT AND
      *    FISCAL PERIOD (YYYYMM), KEPT FOR THE REVENUE AND EXPENSE
      *    ACCOUNTS. THE AMOUNT IS SIGNED AS THE STATEMENTS PRINT
      *    IT -- REVENUE AND EXPENSE BOTH POSITIVE IN THE NORMAL
      *    COURSE -- SO THE BUDGET REPORT SETS IT AGAINST THE
      *    ACTUAL WITHOUT TURNING SIGNS.
      *
           05  GB-BUDGET-KEY.
               10  GB-ACCOUNT-NO       PIC 9(4).
               10  GB-BUDGET-PERIOD    PIC 9(6).
           05  GB-BUDGET-AMOUNT        PIC S9(9)V99.
