       01  MANUAL-JOURNAL-RECORD.
      *
      *    ONE RECORD PER MANUAL JOURNAL ENTRY KEYED THROUGH
      *    JEN1000 -- ACCRUALS, DEPRECIATION, PAYROLL, AND
      *    CORRECTIONS. AN ENTRY IS BALANCED BEFORE IT IS SAVED.
      *    ONE OVER THE APPROVAL LIMIT ON JECTL WAITS HERE, HELD,
      *    UNTIL A SECOND OPERATOR WITH SUPERVISOR AUTHORITY
      *    APPROVES IT ON JEA1000; ONLY THEN ARE ITS LINES WRITTEN
      *    TO GLJRNL FOR GLP1000 TO POST. A RECURRING ENTRY IS
      *    WRITTEN AGAIN EACH NEW PERIOD BY JEG1000 UNTIL IT IS
      *    ENDED; A REVERSING ENTRY IS BACKED OUT BY JEG1000 ON
      *    THE FIRST DAY OF THE PERIOD AFTER ITS OWN.
      *
           05  MJ-ENTRY-NO                 PIC 9(6).
           05  MJ-ENTRY-DATE               PIC 9(8).
           05  MJ-DESCRIPTION              PIC X(30).
           05  MJ-ENTRY-TYPE               PIC X.
               88  STANDARD-ENTRY                  VALUE "S".
               88  RECURRING-ENTRY                 VALUE "R".
               88  REVERSING-ENTRY                 VALUE "V".
           05  MJ-ENTRY-STATUS             PIC X.
               88  ENTRY-AWAITING-APPROVAL         VALUE "H".
               88  ENTRY-RELEASED                  VALUE "R".
               88  ENTRY-ENDED                     VALUE "E".
           05  MJ-ENTERED-BY               PIC X(8).
           05  MJ-APPROVED-BY              PIC X(8).
      *
      *    LAST PERIOD (YYYYMM) THE ENTRY WAS WRITTEN TO GLJRNL,
      *    AND THE DATE ITS REVERSAL WAS WRITTEN -- ZERO UNTIL
      *    THEN.
      *
           05  MJ-LAST-PERIOD              PIC 9(6).
           05  MJ-REVERSAL-DATE            PIC 9(8).
           05  MJ-ENTRY-TOTAL              PIC S9(9)V99.
           05  MJ-LINE-COUNT               PIC 9(2).
           05  MJ-ENTRY-LINE               OCCURS 20 TIMES.
               10  MJ-ACCOUNT-NO           PIC 9(4).
               10  MJ-DEBIT-AMOUNT         PIC S9(9)V99.
               10  MJ-CREDIT-AMOUNT        PIC S9(9)V99.
