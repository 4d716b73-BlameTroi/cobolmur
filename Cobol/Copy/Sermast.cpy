       01  SERIAL-RECORD.
      *
      *    ONE RECORD PER UNIT OF A SERIAL-CONTROLLED ITEM, KEYED
      *    BY ITEM AND SERIAL NUMBER. THE STATUS SAYS WHERE THE
      *    UNIT IS NOW; THE CUSTOMER AND ORDER ARE THE LAST ONES
      *    IT SHIPPED TO, SO A WARRANTY CLAIM OR A RETURN CAN BE
      *    CHECKED AGAINST WHO BOUGHT IT. THE SERIAL NUMBER ALONE
      *    IS AN ALTERNATE KEY -- THEFT REPORTS AND CLAIMS OFTEN
      *    ARRIVE WITHOUT AN ITEM NUMBER. THE UNIT'S FULL LIFE IS
      *    ON THE SERIAL HISTORY FILE.
      *
           05  SN-SERIAL-KEY.
               10  SN-ITEM-NO          PIC X(5).
               10  SN-SERIAL-NO        PIC X(15).
           05  SN-RECEIPT-DATE         PIC 9(8).
           05  SN-VENDOR-NO            PIC X(5).
           05  SN-SERIAL-STATUS        PIC X.
               88  SERIAL-IN-STOCK             VALUE "I".
               88  SERIAL-SHIPPED              VALUE "S".
               88  SERIAL-SCRAPPED             VALUE "X".
           05  SN-CUSTOMER-NO          PIC 9(5).
           05  SN-ORDER-NO             PIC 9(6).
           05  SN-SHIP-DATE            PIC 9(8).
           05  SN-LAST-RMA-NO          PIC 9(6).
           05  SN-LAST-RETURN-DATE     PIC 9(8).
