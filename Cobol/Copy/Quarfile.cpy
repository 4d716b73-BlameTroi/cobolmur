               88  QUARANTINE-ACCEPTED         VALUE "A".
               88  QUARANTINE-REJECTED         VALUE "R".
               88  QUARANTINE-RELEASED         VALUE "S".
      *
      *    THE PURCHASE ORDER AND LINE THE DELIVERY WAS SHIPPED
      *    AGAINST, CARRIED THROUGH TO THE RECEIPT ON RELEASE.
      *    ZERO WHEN THE PAPERWORK QUOTED NONE.
      *
           05  QR-PO-NUMBER            PIC 9(6).
           05  QR-PO-LINE-NO           PIC 9(2).
