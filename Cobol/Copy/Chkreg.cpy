       01  CHECK-REGISTER-RECORD.
      *
      *    ONE LINE PER CHECK EVENT, APPENDED AND NEVER REWRITTEN.
      *    THE PAYMENT RUN WRITES AN ISSUE LINE FOR EVERY CHECK IT
      *    PRINTS; THE VOID PROGRAM WRITES A VOID LINE FOR THE SAME
      *    CHECK NUMBER. A CHECK IS OUTSTANDING FROM ITS ISSUE LINE
      *    UNTIL A VOID LINE FOR IT APPEARS, OR UNTIL THE BANK
      *    RECONCILIATION WRITES A CLEARED LINE FOR IT. THE ENTRY
      *    DATE IS THE CHECK DATE ON AN ISSUE LINE, THE VOID DATE
      *    ON A VOID, AND THE BANK STATEMENT DATE ON A CLEARED
      *    LINE, WHOSE AMOUNT IS THE AMOUNT THE BANK PAID.
      *
           05  CR-CHECK-NO             PIC 9(6).
           05  CR-ENTRY-TYPE           PIC X.
               88  CHECK-ISSUED                VALUE "I".
               88  CHECK-VOIDED                VALUE "V".
               88  CHECK-CLEARED               VALUE "C".
           05  CR-ENTRY-DATE           PIC 9(8).
           05  CR-VENDOR-NO            PIC X(5).
           05  CR-CHECK-AMOUNT         PIC S9(9)V99.
