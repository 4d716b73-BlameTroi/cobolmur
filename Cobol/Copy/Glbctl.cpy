       01  GL-BUDGET-CONTROL-RECORD.
      *
      *    GL BUDGET REPORT CONTROL FILE -- ONE RECORD. AN ACCOUNT
      *    WHOSE ACTUAL RUNS PAST ITS BUDGET BY MORE THAN THE
      *    TOLERANCE PERCENT -- AN EXPENSE OVER, A REVENUE SHORT --
      *    IS FLAGGED. UP TO TEN ACCOUNT RANGES, EACH NAMED FOR
      *    THE DEPARTMENT THAT ANSWERS FOR IT, ARE SUBTOTALLED; AN
      *    ACCOUNT IN NO RANGE SUBTOTALS UNDER OTHER ACCOUNTS, AND
      *    A RANGE WITH A LOW ACCOUNT OF ZERO IS UNUSED.
      *
           05  BX-TOLERANCE-PCT            PIC 9(3).
           05  BX-ACCOUNT-RANGE            OCCURS 10 TIMES.
               10  BX-RANGE-LOW-ACCOUNT    PIC 9(4).
               10  BX-RANGE-HIGH-ACCOUNT   PIC 9(4).
               10  BX-RANGE-NAME           PIC X(20).
