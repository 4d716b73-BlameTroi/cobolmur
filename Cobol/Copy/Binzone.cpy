       01  BIN-ZONE-RECORD.
      *
      *    ONE RECORD PER WAREHOUSE ZONE, AS A RANGE OF BIN
      *    LOCATIONS, RANKED BY HOW QUICK THE ZONE IS TO PICK
      *    FROM. RANK 1 IS THE PRIME ZONE -- WAIST HIGH, NEAR THE
      *    DOCK -- WHERE THE SLOTTING ANALYSIS WANTS THE FASTEST
      *    MOVERS. A BIN IN NO RANGE IS TREATED AS OUTSIDE IT.
      *
           05  BZ-ZONE-CODE            PIC X(2).
           05  BZ-LOW-BIN              PIC X(10).
           05  BZ-HIGH-BIN             PIC X(10).
           05  BZ-ZONE-RANK            PIC 9.
               88  PRIME-ZONE                  VALUE 1.
           05  BZ-ZONE-DESC            PIC X(20).
