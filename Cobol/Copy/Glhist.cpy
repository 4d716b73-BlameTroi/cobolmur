       01  GL-HISTORY-RECORD.
      *
      *    MONTH-END BALANCE HISTORY. ONE RECORD PER ACCOUNT PER
      *    CLOSED PERIOD, KEYED BY THE PERIOD (YYYYMM) AND THEN THE
      *    ACCOUNT, SO A PERIOD'S BALANCES READ TOGETHER. GLH1000
      *    CAPTURES THE BALANCES ONCE THE PERIOD CLOSES, AND THE
      *    FINANCIAL STATEMENTS REPORT ANY PERIOD FROM HERE AFTER
      *    THE CHART BALANCE HAS MOVED ON. SIGNED AS ON THE CHART.
      *
           05  GH-HISTORY-KEY.
               10  GH-PERIOD           PIC 9(6).
               10  GH-ACCOUNT-NO       PIC 9(4).
           05  GH-CLOSING-BALANCE      PIC S9(11)V99.
           05  GH-CAPTURE-DATE         PIC 9(8).
