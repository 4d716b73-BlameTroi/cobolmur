           05  RT-RECEIPT-DATE         PIC X(8).
           05  RT-RECEIPT-QUANTITY     PIC S9(5).
           05  RT-LOCATION-CODE        PIC X(2).
           05  RT-PO-NUMBER            PIC 9(6).
           05  RT-PO-LINE-NO           PIC 9(2).
      *
       FD  MNTTRAN.
      *
           05  ENTRY-RECEIPT-DATE      PIC 9(8).
           05  ENTRY-QUANTITY          PIC 9(5).
           05  ENTRY-LOCATION-CODE     PIC X(2).
           05  ENTRY-PO-NUMBER         PIC 9(6).
           05  ENTRY-PO-LINE-NO        PIC 9(2).
      *
       01  CONTROL-TOTAL-FIELDS.
           05  BATCH-RECORD-COUNT      PIC 9(6)    VALUE ZERO.
           05  BC-CONTROL-MARKER       PIC X(5)    VALUE "*CTL*".
           05  BC-RECORD-COUNT         PIC 9(6).
           05  BC-HASH-TOTAL           PIC 9(11).
           05  FILLER                  PIC X(11)   VALUE SPACE.
      *
       01  MAINT-CONTROL-RECORD.
           05  MC-CONTROL-MARKER       PIC X(5)    VALUE "*CTL*".
               ACCEPT ENTRY-QUANTITY
               DISPLAY "ENTER LOCATION CODE, OR BLANK FOR 01."
               ACCEPT ENTRY-LOCATION-CODE
               DISPLAY "ENTER PO NUMBER, OR 0 IF NONE."
               ACCEPT ENTRY-PO-NUMBER
               MOVE ZERO TO ENTRY-PO-LINE-NO
               IF ENTRY-PO-NUMBER > ZERO
                   DISPLAY "ENTER PO LINE NUMBER."
                   ACCEPT ENTRY-PO-LINE-NO
               END-IF
               PERFORM 120-WRITE-RECEIPT-TRANSACTION.
      *
       120-WRITE-RECEIPT-TRANSACTION.
           MOVE ENTRY-RECEIPT-DATE  TO RT-RECEIPT-DATE.
           MOVE ENTRY-QUANTITY      TO RT-RECEIPT-QUANTITY.
           MOVE ENTRY-LOCATION-CODE TO RT-LOCATION-CODE.
           MOVE ENTRY-PO-NUMBER     TO RT-PO-NUMBER.
           MOVE ENTRY-PO-LINE-NO    TO RT-PO-LINE-NO.
           WRITE RECEIPT-TRANSACTION.
           ADD 1 TO BATCH-RECORD-COUNT.
           ADD ENTRY-QUANTITY TO QUANTITY-HASH-TOTAL.
