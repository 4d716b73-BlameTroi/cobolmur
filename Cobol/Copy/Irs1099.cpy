       01  FILING-PAYER-RECORD.
      *
      *    1099 ELECTRONIC FILING FILE. FOR EACH FORM TYPE FILED
      *    THERE IS ONE PAYER RECORD (A), ONE PAYEE RECORD (B) PER
      *    RECIPIENT, AND ONE END-OF-PAYER RECORD (C) CARRYING THE
      *    PAYEE COUNT AND THE AMOUNT TOTAL FOR THE CONTROL CHECK.
      *    ALL THREE ARE 200 BYTES, THE RECORD TYPE IN BYTE ONE.
      *
           05  FA-RECORD-TYPE          PIC X.
           05  FA-TAX-YEAR             PIC 9(4).
           05  FA-RETURN-TYPE          PIC X(4).
           05  FA-PAYER-TIN            PIC X(9).
           05  FA-PAYER-NAME           PIC X(30).
           05  FA-STREET-ADDRESS       PIC X(25).
           05  FA-CITY                 PIC X(15).
           05  FA-STATE                PIC X(2).
           05  FA-ZIP-CODE             PIC X(10).
           05  FA-PAYER-PHONE          PIC X(12).
           05  FILLER                  PIC X(88).
      *
       01  FILING-PAYEE-RECORD.
      *
           05  FB-RECORD-TYPE          PIC X.
           05  FB-TAX-YEAR             PIC 9(4).
           05  FB-RETURN-TYPE          PIC X(4).
           05  FB-TIN-TYPE             PIC X.
           05  FB-PAYEE-TIN            PIC X(9).
           05  FB-ACCOUNT-NO           PIC X(5).
           05  FB-BOX-NO               PIC X.
           05  FB-PAYMENT-AMOUNT       PIC 9(10)V99.
           05  FB-PAYEE-NAME           PIC X(30).
           05  FB-STREET-ADDRESS       PIC X(25).
           05  FB-CITY                 PIC X(15).
           05  FB-STATE                PIC X(2).
           05  FB-ZIP-CODE             PIC X(10).
           05  FILLER                  PIC X(81).
      *
       01  FILING-TOTAL-RECORD.
      *
           05  FT-RECORD-TYPE          PIC X.
           05  FT-TAX-YEAR             PIC 9(4).
           05  FT-RETURN-TYPE          PIC X(4).
           05  FT-PAYEE-COUNT          PIC 9(8).
           05  FT-CONTROL-TOTAL        PIC 9(14)V99.
           05  FILLER                  PIC X(167).
