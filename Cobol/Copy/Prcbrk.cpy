       01  PRICE-BREAK-RECORD.
      *
      *    ONE QUANTITY-BREAK PRICE SCHEDULE PER ITEM, KEYED BY
      *    ITEM NUMBER, WITH UP TO FIVE TIERS. A TIER APPLIES TO A
      *    LINE WHOSE QUANTITY IS AT LEAST ITS MINIMUM QUANTITY,
      *    FROM ITS EFFECTIVE DATE THROUGH ITS EXPIRY DATE, AND
      *    EITHER SETS THE UNIT PRICE OUTRIGHT OR TAKES A PERCENT
      *    OFF THE INVENTORY MASTER UNIT PRICE. A TIER WITH A ZERO
      *    MINIMUM QUANTITY IS UNUSED. ORDER ENTRY AND QUOTING
      *    USE THE HIGHEST TIER THE QUANTITY REACHES WHEN NO
      *    CONTRACT PRICE APPLIES.
      *
           05  PB-ITEM-NO              PIC X(5).
           05  PB-BREAK-TIER               OCCURS 5 TIMES.
               10  PB-MINIMUM-QUANTITY PIC 9(5).
               10  PB-BREAK-TYPE       PIC X.
                   88  PB-BREAK-PRICE          VALUE "P".
                   88  PB-BREAK-PERCENT        VALUE "D".
               10  PB-BREAK-VALUE      PIC 9(3)V99.
               10  PB-EFFECTIVE-DATE   PIC 9(8).
               10  PB-EXPIRY-DATE      PIC 9(8).
