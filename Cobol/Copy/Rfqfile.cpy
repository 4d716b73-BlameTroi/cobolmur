       01  QUOTE-REQUEST-RECORD.
      *
      *    ONE RECORD PER VENDOR ASKED TO QUOTE ON A REQUEST FOR
      *    QUOTATION, KEYED BY THE REQUEST NUMBER AND THE VENDOR,
      *    SO THE VENDORS ON ONE REQUEST SIT TOGETHER. THE BID
      *    FIELDS ARE THE VENDOR'S REPLY: UNIT COST, THE FREIGHT
      *    AND DUTY IT EXPECTS PER UNIT, ITS MINIMUM ORDER, AND
      *    ITS LEAD TIME. A REQUEST IS SENT UNTIL THE VENDOR BIDS
      *    OR DECLINES; WHEN ONE BID IS AWARDED EVERY OTHER VENDOR
      *    ON THE REQUEST IS MARKED NOT AWARDED.
      *
           05  RF-RFQ-KEY.
               10  RF-RFQ-NO           PIC 9(6).
               10  RF-VENDOR-NO        PIC X(5).
           05  RF-ITEM-NO              PIC X(5).
           05  RF-REQUEST-QTY          PIC S9(5).
           05  RF-REQUEST-DATE         PIC 9(8).
           05  RF-REPLY-BY-DATE        PIC 9(8).
           05  RF-BUYER-ID             PIC X(8).
           05  RF-STATUS               PIC X.
               88  RFQ-SENT                    VALUE "S".
               88  RFQ-BID-RECEIVED            VALUE "B".
               88  RFQ-NO-BID                  VALUE "N".
               88  RFQ-AWARDED                 VALUE "A".
               88  RFQ-NOT-AWARDED             VALUE "L".
               88  RFQ-OPEN                    VALUE "S" "B" "N".
           05  RF-BID-COST             PIC S9(3)V99.
           05  RF-BID-FREIGHT          PIC S9(3)V99.
           05  RF-BID-MIN-QTY          PIC S9(5).
           05  RF-BID-LEAD-DAYS        PIC S9(3).
           05  RF-REPLY-DATE           PIC 9(8).
           05  RF-AWARD-DATE           PIC 9(8).
