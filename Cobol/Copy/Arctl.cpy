       01  AR-CONTROL-RECORD.
      *
      *    RECEIVABLES CONTROL FILE -- ONE RECORD. THE FINANCE
      *    CHARGE RATE AND GRACE DAYS DRIVE THE MONTHLY FINANCE
      *    CHARGE; THE WRITE-OFF LIMIT IS THE LARGEST OPEN BALANCE
      *    THE WRITE-OFF RUN CLEARS WITHOUT ANYONE SELECTING IT.
      *    A LIMIT OF ZERO TURNS THE SMALL-BALANCE PASS OFF.
      *
           05  AC-FINANCE-CHARGE-RATE  PIC 9V9(4).
           05  AC-GRACE-DAYS           PIC 9(3).
           05  AC-WRITE-OFF-LIMIT      PIC 9(3)V99.
