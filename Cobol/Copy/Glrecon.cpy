       01  GL-RECONCILIATION-RECORD.
      *
      *    ONE RECORD PER FISCAL PERIOD (YYYYMM), REWRITTEN BY EACH
      *    GLR1000 RUN FOR THE PERIOD: THE DIFFERENCE, SUBLEDGER
      *    LESS GENERAL LEDGER, FOUND FOR RECEIVABLES, PAYABLES,
      *    AND INVENTORY. THE PERIOD IS RECONCILED ONLY WHEN ALL
      *    THREE CAME TO ZERO. FPM1000 WARNS BEFORE CLOSING A
      *    PERIOD THAT IS NOT.
      *
           05  GR-PERIOD                   PIC 9(6).
           05  GR-RUN-DATE                 PIC 9(8).
           05  GR-RECEIVABLES-DIFFERENCE   PIC S9(11)V99.
           05  GR-PAYABLES-DIFFERENCE      PIC S9(11)V99.
           05  GR-INVENTORY-DIFFERENCE     PIC S9(11)V99.
           05  GR-RECONCILED-FLAG          PIC X.
               88  PERIOD-RECONCILED               VALUE "Y".
               88  PERIOD-NOT-RECONCILED           VALUE "N".
