      *    ONE RECORD PER GENERAL-LEDGER ACCOUNT, KEYED BY THE
      *    FOUR-DIGIT ACCOUNT NUMBER. THE BALANCE IS SIGNED --
      *    DEBITS ADD, CREDITS SUBTRACT -- SO THE TRIAL BALANCE
      *    PROVES ITSELF BY SUMMING TO ZERO. THE ACCOUNT TYPE
      *    PLACES THE ACCOUNT ON THE BALANCE SHEET OR THE INCOME
      *    STATEMENT, AND THE STATEMENT LINE GATHERS ACCOUNTS
      *    UNDER ONE CAPTION FROM STMTLINE; LINE 000 PRINTS THE
      *    ACCOUNT ON A LINE OF ITS OWN.
      *
           05  GA-ACCOUNT-NO           PIC 9(4).
           05  GA-ACCOUNT-NAME         PIC X(30).
           05  GA-ACCOUNT-BALANCE      PIC S9(11)V99.
           05  GA-ACCOUNT-TYPE         PIC X.
               88  ASSET-ACCOUNT               VALUE "A".
               88  LIABILITY-ACCOUNT           VALUE "L".
               88  EQUITY-ACCOUNT              VALUE "E".
               88  REVENUE-ACCOUNT             VALUE "R".
               88  EXPENSE-ACCOUNT             VALUE "X".
               88  VALID-ACCOUNT-TYPE          VALUE "A" "L" "E"
                                                     "R" "X".
           05  GA-STATEMENT-LINE       PIC 9(3).
