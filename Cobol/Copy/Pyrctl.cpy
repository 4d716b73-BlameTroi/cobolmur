       01  PAYER-CONTROL-RECORD.
      *
      *    1099 PAYER CONTROL FILE -- ONE RECORD. THE COMPANY'S OWN
      *    NAME, EMPLOYER ID, ADDRESS, AND PHONE AS THEY PRINT ON
      *    EVERY 1099 AND THE TRANSMITTAL AND GO ON THE ELECTRONIC
      *    FILING FILE.
      *
           05  PY-PAYER-NAME           PIC X(30).
           05  PY-PAYER-TIN            PIC X(9).
           05  PY-PAYER-ADDRESS.
               10  PY-STREET-ADDRESS   PIC X(25).
               10  PY-CITY             PIC X(15).
               10  PY-STATE            PIC X(2).
               10  PY-ZIP-CODE         PIC X(10).
           05  PY-PAYER-PHONE          PIC X(12).
