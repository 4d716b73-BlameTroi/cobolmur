       01  DISPUTE-RECORD.
      *
      *    ONE RECORD PER OPEN ITEM THE CUSTOMER HAS DISPUTED --
      *    THE WHOLE ITEM OR THE UNPAID PART OF IT. WHILE A DISPUTE
      *    IS OPEN, DUNNING, FINANCE CHARGES, AND THE CREDIT-HOLD
      *    OVER-60 TEST LEAVE THE DISPUTED AMOUNT ALONE. RESOLVING
      *    IT EITHER REINSTATES THE AMOUNT FOR COLLECTION OR
      *    CREDITS IT OFF THE ITEM. A RESOLVED ITEM DISPUTED AGAIN
      *    REUSES ITS RECORD.
      *
      *        DM = GOODS DAMAGED       PR = PRICING ERROR
      *        SH = SHORT SHIPPED       QU = QUALITY
      *        OT = OTHER
      *
           05  DP-DISPUTE-KEY.
               10  DP-CUSTOMER-NO      PIC 9(5).
               10  DP-REFERENCE        PIC X(10).
           05  DP-INVOICE-DATE         PIC 9(8).
           05  DP-DISPUTED-AMOUNT      PIC S9(7)V99.
           05  DP-REASON-CODE          PIC X(2).
               88  DP-VALID-REASON             VALUE "DM" "PR"
                                                     "SH" "QU"
                                                     "OT".
           05  DP-OPENED-DATE          PIC 9(8).
           05  DP-OPENED-OPERATOR      PIC X(8).
           05  DP-STATUS               PIC X.
               88  DISPUTE-OPEN                VALUE "O".
               88  DISPUTE-REINSTATED          VALUE "R".
               88  DISPUTE-CREDITED            VALUE "C".
           05  DP-RESOLVED-DATE        PIC 9(8).
           05  DP-RESOLVED-OPERATOR    PIC X(8).
