       01  DEPOSIT-REGISTER-RECORD.
      *
      *    ONE LINE PER DEPOSIT EVENT, APPENDED AND NEVER REWRITTEN,
      *    THE SAME WAY THE CHECK REGISTER IS KEPT. THE LOCKBOX
      *    IMPORT WRITES A DEPOSIT LINE FOR EACH BALANCED DEPOSIT
      *    AND THE KEYED CASH APPLICATION ONE FOR EACH PAYMENT IT
      *    TAKES IN; THE BANK RECONCILIATION WRITES A CLEARED LINE
      *    WHEN THE DEPOSIT SHOWS ON A BANK STATEMENT. A DEPOSIT IS
      *    IDENTIFIED BY ITS DATE, TIME, AND SOURCE PROGRAM, WHICH
      *    A CLEARED LINE REPEATS. A DEPOSIT IS IN TRANSIT FROM ITS
      *    DEPOSIT LINE UNTIL A CLEARED LINE FOR IT APPEARS.
      *
           05  DR-ENTRY-TYPE           PIC X.
               88  DEPOSIT-MADE                VALUE "D".
               88  DEPOSIT-CLEARED             VALUE "C".
           05  DR-DEPOSIT-DATE         PIC 9(8).
           05  DR-DEPOSIT-TIME         PIC 9(6).
           05  DR-SOURCE-PROGRAM       PIC X(8).
           05  DR-DEPOSIT-AMOUNT       PIC S9(9)V99.
           05  DR-CLEARED-DATE         PIC 9(8).
