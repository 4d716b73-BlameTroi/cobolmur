       01  JOURNAL-ENTRY-CONTROL-RECORD.
      *
      *    MANUAL JOURNAL ENTRY CONTROLS -- ONE RECORD, KEPT BY
      *    HAND. AN ENTRY WHOSE DEBITS TOTAL MORE THAN THE LIMIT
      *    IS HELD FOR SUPERVISOR APPROVAL ON JEA1000 BEFORE ANY
      *    OF IT REACHES GLJRNL. A MISSING OR BLANK CONTROL FILE
      *    COUNTS AS A ZERO LIMIT, SO EVERY ENTRY IS HELD UNTIL
      *    THE LIMIT IS SET.
      *
           05  JL-APPROVAL-LIMIT           PIC 9(9)V99.
