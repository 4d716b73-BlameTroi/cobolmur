       01  WAREHOUSE-PREFERENCE-RECORD.
      *
      *    WHICH WAREHOUSES SHIP TO A STATE, BEST FIRST, KEYED BY
      *    THE TWO-LETTER STATE CODE. ORDER ENTRY ALLOCATES A LINE
      *    AT THE FIRST WAREHOUSE AND OFFERS THE OTHERS WHEN IT IS
      *    SHORT. A STATE OF "**" IS THE DEFAULT ROW FOR ANY STATE
      *    WITHOUT ITS OWN. UNUSED WAREHOUSE SLOTS ARE SPACES.
      *
           05  WP-STATE-CODE           PIC X(2).
           05  WP-WAREHOUSE-CODE       PIC X(2)    OCCURS 3 TIMES.
