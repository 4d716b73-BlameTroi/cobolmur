      *    IN THE BUYING UNIT; THE NIGHTLY RECEIPT STREAM CONVERTS
      *    TO STOCKING UNITS BEFORE ANYTHING POSTS, SO NOBODY
      *    MULTIPLIES BY THE CASE COUNT ON THE DOCK BY HAND EVER
      *    AGAIN. THE SHIPPING WEIGHT PER STOCKING UNIT IS KEPT
      *    HERE TOO, SINCE IT IS MEASURED IN THE SAME UNIT; THE
      *    BILLING RUN PRICES FREIGHT FROM IT.
      *
       ENVIRONMENT DIVISION.
      *
           05  ENTRY-STOCKING-UOM      PIC X(4).
           05  ENTRY-BUYING-UOM        PIC X(4).
           05  ENTRY-CONVERSION        PIC 9(5).
           05  ENTRY-SHIP-WEIGHT       PIC 9(5)V99.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-SHIP-WEIGHT     PIC ZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
           DISPLAY "CURRENT: STOCKING " IX-STOCKING-UOM
               "  BUYING " IX-BUYING-UOM
               "  FACTOR " IX-BUY-CONVERSION.
           MOVE IX-SHIP-WEIGHT TO DISPLAY-SHIP-WEIGHT.
           DISPLAY "CURRENT: SHIPPING WEIGHT " DISPLAY-SHIP-WEIGHT
               " LBS PER STOCKING UNIT".
           DISPLAY "ENTER STOCKING UNIT (4 CHARACTERS, E.G. EA).".
           ACCEPT ENTRY-STOCKING-UOM.
           DISPLAY "ENTER BUYING UNIT (4 CHARACTERS, E.G. CS24).".
           ACCEPT ENTRY-BUYING-UOM.
           DISPLAY "ENTER STOCKING UNITS PER BUYING UNIT.".
           ACCEPT ENTRY-CONVERSION.
           DISPLAY "ENTER SHIPPING WEIGHT IN POUNDS PER STOCKING "
               "UNIT (NNNNN.NN).".
           ACCEPT ENTRY-SHIP-WEIGHT.
           IF ENTRY-CONVERSION = ZERO
               DISPLAY "FACTOR MUST BE AT LEAST 1 -- NOT CHANGED."
           ELSE
               MOVE ENTRY-STOCKING-UOM TO IX-STOCKING-UOM
               MOVE ENTRY-BUYING-UOM   TO IX-BUYING-UOM
               MOVE ENTRY-CONVERSION   TO IX-BUY-CONVERSION
               MOVE ENTRY-SHIP-WEIGHT  TO IX-SHIP-WEIGHT
               REWRITE ITEM-EXTRA-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON INVXTRA."
