       01  BANK-STATEMENT-RECORD.
      *
      *    THE BANK'S MONTHLY CLEARED-ITEMS FILE. THE FIRST RECORD
      *    IS THE STATEMENT SUMMARY; EVERY RECORD AFTER IT IS ONE
      *    ITEM THE BANK POSTED TO THE ACCOUNT DURING THE MONTH.
      *    AMOUNTS ARE UNSIGNED DIGITS WITH TWO ASSUMED DECIMAL
      *    PLACES; THE ITEM TYPE SAYS WHICH WAY THE MONEY MOVED.
      *
           05  BS-RECORD-TYPE          PIC X.
               88  STATEMENT-SUMMARY           VALUE "S".
               88  STATEMENT-ITEM              VALUE "I".
           05  BS-ACCOUNT-NO           PIC X(12).
           05  BS-STATEMENT-DATA       PIC X(67).
      *
       01  BANK-SUMMARY-RECORD.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(12).
           05  BS-STATEMENT-DATE       PIC 9(8).
           05  BS-OPENING-BALANCE      PIC 9(11)V99.
           05  BS-OPENING-SIGN         PIC X.
               88  OPENING-OVERDRAWN           VALUE "-".
           05  BS-CLOSING-BALANCE      PIC 9(11)V99.
           05  BS-CLOSING-SIGN         PIC X.
               88  CLOSING-OVERDRAWN           VALUE "-".
           05  FILLER                  PIC X(31).
      *
       01  BANK-ITEM-RECORD.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(12).
           05  BI-ITEM-TYPE            PIC X(2).
               88  PAID-CHECK                  VALUE "CK".
               88  CREDITED-DEPOSIT            VALUE "DP".
               88  SERVICE-CHARGE              VALUE "SC".
               88  RETURNED-ITEM               VALUE "RI".
               88  INTEREST-CREDIT             VALUE "IN".
               88  OTHER-DEBIT                 VALUE "OD".
               88  OTHER-CREDIT                VALUE "OC".
               88  BANK-CREDIT-ITEM            VALUE "DP" "IN" "OC".
           05  BI-CHECK-NO             PIC 9(10).
           05  BI-POSTED-DATE          PIC 9(8).
           05  BI-ITEM-AMOUNT          PIC 9(9)V99.
           05  BI-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(6).
