           05  BC-INV-VERIFIED-SLOT    PIC 9.
           05  BC-VEN-VERIFIED-SLOT    PIC 9.
           05  BC-STU-VERIFIED-SLOT    PIC 9.
           05  BC-CUS-VERIFIED-SLOT    PIC 9.
      *
       FD  RCVRPT.
       01  RCV-PRINT-AREA          PIC X(90).
