           05  FT-QUANTITY-LEN         PIC 9(2).
           05  FT-LOCATION-POS         PIC 9(3).
           05  FT-LOCATION-LEN         PIC 9(2).
      *
      *    WHERE THE VENDOR QUOTES OUR PURCHASE ORDER AND LINE.
      *    FORMAT RECORDS SET UP BEFORE THESE FIELDS WERE ADDED
      *    END SHORT AND READ AS SPACES; THE TRANSLATOR TREATS
      *    THEM THE SAME AS A ZERO POSITION.
      *
           05  FT-PO-NUMBER-POS        PIC 9(3).
           05  FT-PO-NUMBER-LEN        PIC 9(2).
           05  FT-PO-LINE-POS          PIC 9(3).
           05  FT-PO-LINE-LEN          PIC 9(2).
