       01  TAX-EXEMPTION-RECORD.
      *
      *    ONE RECORD PER TAX-EXEMPT CUSTOMER AND STATE, KEYED BY
      *    CUSTOMER NUMBER PLUS STATE CODE, HOLDING THE EXEMPTION
      *    CERTIFICATE THE CUSTOMER FILED WITH US. BILLING CHARGES
      *    NO TAX TO THAT STATE WHILE THE CERTIFICATE IS UNEXPIRED
      *    AND REPORTS THE SALE AS EXEMPT; AN EXPIRED CERTIFICATE
      *    IS LEFT ON FILE FOR THE AUDIT TRAIL AND IS IGNORED.
      *
           05  TE-EXEMPTION-KEY.
               10  TE-CUSTOMER-NO      PIC 9(5).
               10  TE-STATE-CODE       PIC X(2).
           05  TE-CERTIFICATE-NO       PIC X(15).
           05  TE-EXEMPT-REASON        PIC X.
               88  TE-RESALE                   VALUE "R".
               88  TE-NON-PROFIT               VALUE "N".
               88  TE-OTHER-EXEMPTION          VALUE "O".
           05  TE-EXPIRY-DATE          PIC 9(8).
