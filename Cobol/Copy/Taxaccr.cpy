       01  TAX-ACCRUAL-RECORD.
      *
      *    ONE RECORD PER TAXED OR TAX-EXEMPT INVOICE, WRITTEN BY
      *    THE BILLING RUN. THE MONTHLY ACCRUAL REPORT ROLLS THESE
      *    UP BY STATE SO THE CONTROLLER FILES RETURNS FROM A
      *    REPORT INSTEAD OF A SPREADSHEET.
      *
           05  TA-INVOICE-NO           PIC 9(6).
           05  TA-INVOICE-DATE         PIC 9(8).
           05  TA-STATE-CODE           PIC X(2).
           05  TA-TAXABLE-AMOUNT       PIC S9(8)V99.
           05  TA-TAX-AMOUNT           PIC S9(7)V99.
      *
      *    AN EXEMPT SALE IS WRITTEN WITH NO TAX, THE SWITCH SET,
      *    AND THE CUSTOMER'S EXEMPTION CERTIFICATE NUMBER; THE
      *    SALE AMOUNT STILL GOES IN TA-TAXABLE-AMOUNT AND THE
      *    REPORT SPLITS IT OUT AS EXEMPT SALES.
      *
           05  TA-EXEMPT-SWITCH        PIC X.
               88  TA-EXEMPT-SALE              VALUE "E".
           05  TA-CERTIFICATE-NO       PIC X(15).
