      *    AN OPEN ITEM FOR EACH CUSTOMER POSTING; CASH
      *    APPLICATION RELIEVES THEM OLDEST FIRST AND CLOSES ITEMS
      *    PAID IN FULL. THE AGING REPORT BUCKETS THE OPEN AMOUNTS
      *    BY DAYS OUTSTANDING. A PAYMENT LEFT OVER AFTER EVERY
      *    ITEM IS PAID IS HELD AS A NEGATIVE ITEM REFERENCED "OA"
      *    AND THE RECEIVED DATE -- CASH ON ACCOUNT.
      *
           05  AO-CUSTOMER-NO          PIC 9(5).
           05  AO-INVOICE-DATE         PIC 9(8).
           05  AO-STATUS               PIC X.
               88  AR-ITEM-OPEN                VALUE "O".
               88  AR-ITEM-CLOSED              VALUE "C".
      *
      *    PAYMENT TERMS, STAMPED BY THE BILLING RUN FROM THE
      *    CUSTOMER'S TERMS ON THE CUSTOMER SIDE FILE. AGING,
      *    DUNNING, AND FINANCE CHARGES COUNT LATENESS FROM THE DUE
      *    DATE. A PAYMENT APPLIED ON OR BEFORE THE DISCOUNT DATE
      *    MAY TAKE THE DISCOUNT AMOUNT. ITEMS BILLED WITHOUT TERMS
      *    -- AND EVERY CREDIT, FINANCE CHARGE, AND CASH ON ACCOUNT
      *    -- FALL DUE AT THEIR OWN DATE WITH NO DISCOUNT, A ZERO
      *    DISCOUNT DATE.
      *
           05  AO-DUE-DATE             PIC 9(8).
           05  AO-DISCOUNT-DATE        PIC 9(8).
           05  AO-DISCOUNT-AMOUNT      PIC S9(7)V99.
