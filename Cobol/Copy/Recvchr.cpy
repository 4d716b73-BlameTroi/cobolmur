       01  RECURRING-VOUCHER-RECORD.
      *
      *    ONE RECURRING EXPENSE-VOUCHER TEMPLATE -- RENT, A
      *    SERVICE CONTRACT, ANYTHING BILLED THE SAME EVERY MONTH.
      *    EXV2000 WRITES ONE APPROVED VOUCHER FROM EACH ACTIVE
      *    TEMPLATE A MONTH, DATED ON THE TEMPLATE'S DAY, WITH THE
      *    SAME GL DISTRIBUTION, AND STAMPS THE MONTH SO A RERUN
      *    WRITES NOTHING TWICE. THE DISTRIBUTION ALWAYS ADDS UP
      *    TO THE VOUCHER AMOUNT.
      *
           05  RV-TEMPLATE-ID          PIC X(4).
           05  RV-VENDOR-NO            PIC X(5).
           05  RV-DESCRIPTION          PIC X(30).
           05  RV-DAY-OF-MONTH         PIC 9(2).
           05  RV-VOUCHER-AMOUNT       PIC S9(7)V99.
           05  RV-LAST-MONTH           PIC 9(6).
           05  RV-STATUS               PIC X.
               88  TEMPLATE-ACTIVE             VALUE "A".
               88  TEMPLATE-STOPPED            VALUE "S".
           05  RV-DIST-COUNT           PIC 9(2).
           05  RV-DISTRIBUTION             OCCURS 10 TIMES.
               10  RV-ACCOUNT-NO       PIC 9(4).
               10  RV-DIST-AMOUNT      PIC S9(7)V99.
