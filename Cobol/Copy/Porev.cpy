           05  PR-PRIOR-QUANTITY       PIC S9(5).
           05  PR-PRIOR-UNIT-COST      PIC S9(3)V99.
           05  PR-PRIOR-PROMISE-DATE   PIC 9(8).
           05  PR-PO-NUMBER            PIC 9(6).
           05  PR-PO-LINE-NO           PIC 9(2).
