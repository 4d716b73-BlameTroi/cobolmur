      *    RECEIVABLES, CASH AGAINST RECEIVABLES, VOUCHERS TO
      *    PAYABLES, MOVEMENTS TO INVENTORY AND COST OF GOODS --
      *    AND GLP1000 POSTS THE UNPOSTED LINES TO THE CHART.
      *    MANUAL ENTRIES KEYED THROUGH JEN1000 CARRY "MANUAL" AS
      *    THE SOURCE AND THE OPERATOR WHO KEYED THEM; THE PROGRAM
      *    FEEDS LEAVE THE OPERATOR BLANK.
      *
           05  GJ-ENTRY-DATE           PIC 9(8).
           05  GJ-SOURCE-PROGRAM       PIC X(8).
           05  GJ-POSTED-FLAG          PIC X.
               88  JOURNAL-LINE-POSTED         VALUE "P".
               88  JOURNAL-LINE-UNPOSTED       VALUE " ".
           05  GJ-ENTERED-BY           PIC X(8).
