           05  AL-BIN-LOCATION         PIC X(10).
           05  AL-VENDOR-NAME          PIC X(30).
           05  AL-VENDOR-PHONE         PIC X(12).
           05  AL-ENTERED-BY           PIC X(8).
           05  AL-APPROVED-BY          PIC X(8).
      *
       WORKING-STORAGE SECTION.
      *
           MOVE AR-BIN-LOCATION   TO AL-BIN-LOCATION.
           MOVE SPACE             TO AL-VENDOR-NAME.
           MOVE SPACE             TO AL-VENDOR-PHONE.
           MOVE SPACE             TO AL-ENTERED-BY.
           MOVE SPACE             TO AL-APPROVED-BY.
           WRITE AUDIT-LOG-RECORD.
