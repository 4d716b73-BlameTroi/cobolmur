       01  PART-XREF-RECORD.
      *
      *    CUSTOMER AND VENDOR PART-NUMBER CROSS-REFERENCE. ONE
      *    RECORD PER OUTSIDE PART NUMBER, KEYED BY PARTY TYPE --
      *    C FOR A CUSTOMER, V FOR A VENDOR -- THE PARTY NUMBER,
      *    AND THE PARTY'S OWN PART NUMBER, GIVING OUR ITEM NUMBER.
      *    A CUSTOMER NUMBER IS CARRIED IN ITS FIVE DIGITS. OUR
      *    ITEM NUMBER IS AN ALTERNATE KEY SO THE ORDER PAPERWORK
      *    CAN PRINT THE OTHER PARTY'S NUMBER BESIDE OURS, AND THE
      *    OUTSIDE PART NUMBER ALONE IS ONE SO AN INQUIRY CAN FIND
      *    THE ITEM WHEN THE CALLER DOES NOT SAY WHOSE NUMBER IT IS.
      *
           05  PN-XREF-KEY.
               10  PN-PARTY-TYPE       PIC X.
                   88  PN-CUSTOMER-PART        VALUE "C".
                   88  PN-VENDOR-PART          VALUE "V".
               10  PN-PARTY-NO         PIC X(5).
               10  PN-PARTY-PART-NO    PIC X(20).
           05  PN-ITEM-NO              PIC X(5).
           05  PN-LAST-CHANGE-DATE     PIC 9(8).
