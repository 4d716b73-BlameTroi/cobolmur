      *
           05  LM-LOCATION-CODE        PIC X(2).
           05  LM-LOCATION-NAME        PIC X(20).
      *
      *    THE WAREHOUSE'S SHIPPING ADDRESS, PRINTED AS THE SHIP-
      *    FROM ON THE BILL OF LADING. A LOCATION ADDED BEFORE THE
      *    ADDRESS WAS CARRIED READS BACK WITH IT BLANK UNTIL IT IS
      *    KEYED THROUGH LOCATION MAINTENANCE.
      *
           05  LM-LOCATION-ADDRESS.
               10  LM-STREET-ADDRESS   PIC X(25).
               10  LM-CITY             PIC X(15).
               10  LM-STATE            PIC X(2).
               10  LM-ZIP-CODE         PIC X(10).
