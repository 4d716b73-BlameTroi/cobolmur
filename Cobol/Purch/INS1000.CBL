           05  RT-RECEIPT-DATE         PIC X(8).
           05  RT-RECEIPT-QUANTITY     PIC S9(5).
           05  RT-LOCATION-CODE        PIC X(2).
           05  RT-PO-NUMBER            PIC 9(6).
           05  RT-PO-LINE-NO           PIC 9(2).
      *
       FD  INSRPT.
       01  INS-PRINT-AREA          PIC X(90).
           05  ENTRY-VENDOR-NO         PIC X(5).
           05  ENTRY-QUANTITY          PIC 9(5).
           05  ENTRY-LOCATION-CODE     PIC X(2).
           05  ENTRY-PO-NUMBER         PIC 9(6).
           05  ENTRY-PO-LINE-NO        PIC 9(2).
           05  ENTRY-DISPOSITION       PIC X.
           05  ENTRY-REASON-CODE       PIC X(2).
      *
           05  BC-CONTROL-MARKER       PIC X(5)    VALUE "*CTL*".
           05  BC-RECORD-COUNT         PIC 9(6).
           05  BC-HASH-TOTAL           PIC 9(11).
           05  FILLER                  PIC X(11)   VALUE SPACE.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
           IF NOT QUARFILE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON QUARFILE -- STATUS "
                   QUARFILE-FILE-STATUS
               GOBACK.
           OPEN OUTPUT INSRPT.
           MOVE RUN-DATE TO IRH-RUN-DATE.
           MOVE INS-REJECT-HEADING TO INS-PRINT-AREA.
               "  ACCEPTED " LINES-ACCEPTED
               "  REJECTED " LINES-REJECTED
               "  RELEASED " LINES-RELEASED.
           GOBACK.
      *
       050-GET-NEXT-TAG-NUMBER.
      *
           ACCEPT ENTRY-QUANTITY.
           DISPLAY "ENTER LOCATION CODE (2 CHARACTERS).".
           ACCEPT ENTRY-LOCATION-CODE.
           DISPLAY "ENTER PO NUMBER, OR 0 IF NONE.".
           ACCEPT ENTRY-PO-NUMBER.
           MOVE ZERO TO ENTRY-PO-LINE-NO.
           IF ENTRY-PO-NUMBER > ZERO
               DISPLAY "ENTER PO LINE NUMBER."
               ACCEPT ENTRY-PO-LINE-NO.
           IF ENTRY-QUANTITY = ZERO
               DISPLAY "QUANTITY MUST BE GREATER THAN ZERO -- "
                   "LINE REFUSED."
               MOVE RUN-DATE           TO QR-RECEIPT-DATE
               MOVE ENTRY-QUANTITY     TO QR-QUANTITY
               MOVE ENTRY-LOCATION-CODE TO QR-LOCATION-CODE
               MOVE ENTRY-PO-NUMBER    TO QR-PO-NUMBER
               MOVE ENTRY-PO-LINE-NO   TO QR-PO-LINE-NO
               MOVE SPACE              TO QR-REASON-CODE
               SET QUARANTINE-HELD TO TRUE
               WRITE QUARANTINE-RECORD
       320-INSPECT-ONE-LINE.
      *
           DISPLAY "TAG " QR-TAG-NO " ITEM " QR-ITEM-NO
               " VENDOR " QR-VENDOR-NO " QUANTITY " QR-QUANTITY
               " PO " QR-PO-NUMBER "-" QR-PO-LINE-NO.
           DISPLAY "ENTER A TO ACCEPT, R TO REJECT, S TO SKIP.".
           ACCEPT ENTRY-DISPOSITION.
           EVALUATE ENTRY-DISPOSITION
           MOVE QR-RECEIPT-DATE  TO RT-RECEIPT-DATE.
           MOVE QR-QUANTITY      TO RT-RECEIPT-QUANTITY.
           MOVE QR-LOCATION-CODE TO RT-LOCATION-CODE.
           MOVE QR-PO-NUMBER     TO RT-PO-NUMBER.
           MOVE QR-PO-LINE-NO    TO RT-PO-LINE-NO.
           WRITE RECEIPT-TRANSACTION.
           IF NOT RCTTRAN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON RCTTRAN FOR TAG " QR-TAG-NO
