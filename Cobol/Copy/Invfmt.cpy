       01  INVOICE-EXPORT-FORMAT-RECORD.
      *
      *    ONE RECORD PER CUSTOMER INVOICE-FILE FORMAT -- THE
      *    OUTBOUND TWIN OF THE ORDER FORMAT TABLE. EACH FIELD IS
      *    PLACED AT ITS STARTING POSITION AND LENGTH IN THE
      *    CUSTOMER'S RECORD; A POSITION OF ZERO MEANS THE
      *    CUSTOMER DOES NOT TAKE THAT FIELD. A NEW CUSTOMER
      *    LAYOUT ONLY NEEDS A NEW TABLE RECORD.
      *
      *    NUMBERS ARE WRITTEN AS UNSIGNED DIGITS, ZERO-FILLED TO
      *    THE FIELD LENGTH; PRICE, TAX AND TOTAL CARRY TWO
      *    IMPLIED DECIMALS. THE DATE IS YYYYMMDD. TAX IS THE
      *    INVOICE'S TAX, REPEATED ON EACH OF ITS LINES.
      *
           05  XF-CUSTOMER-NO          PIC 9(5).
           05  XF-INVOICE-NO-POS       PIC 9(3).
           05  XF-INVOICE-NO-LEN       PIC 9(2).
           05  XF-INVOICE-DATE-POS     PIC 9(3).
           05  XF-INVOICE-DATE-LEN     PIC 9(2).
           05  XF-PO-NO-POS            PIC 9(3).
           05  XF-PO-NO-LEN            PIC 9(2).
           05  XF-ITEM-NO-POS          PIC 9(3).
           05  XF-ITEM-NO-LEN          PIC 9(2).
           05  XF-QUANTITY-POS         PIC 9(3).
           05  XF-QUANTITY-LEN         PIC 9(2).
           05  XF-PRICE-POS            PIC 9(3).
           05  XF-PRICE-LEN            PIC 9(2).
           05  XF-TAX-POS              PIC 9(3).
           05  XF-TAX-LEN              PIC 9(2).
      *
      *    THE CONTROL RECORD THAT ENDS THE FILE: THE CUSTOMER'S
      *    OWN IDENTIFYING TEXT IN POSITION 1, THEN THE DETAIL
      *    RECORD COUNT AND THE TOTAL OF QUANTITY TIMES PRICE
      *    OVER THOSE RECORDS.
      *
           05  XF-CONTROL-TAG          PIC X(10).
           05  XF-COUNT-POS            PIC 9(3).
           05  XF-COUNT-LEN            PIC 9(2).
           05  XF-TOTAL-POS            PIC 9(3).
           05  XF-TOTAL-LEN            PIC 9(2).
