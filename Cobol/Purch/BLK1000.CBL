      *    SET UP ONCE WITH ITS COMMITTED QUANTITY AND THE QUOTED
      *    COST FROM THE VENDOR CATALOG; EACH RELEASE DRAWS IT
      *    DOWN AND WRITES AN ORDINARY PURCHASE-ORDER RECORD AT
      *    THE BLANKET COST UNDER A PO NUMBER OF ITS OWN, CARRYING
      *    THE BLANKET NUMBER SO THE BLANKET STATUS REPORT CAN
      *    TELL ITS RELEASES FROM ONE-SHOT ORDERS. THE NIGHTLY
      *    RECEIPT POSTING AND THE PO AGING WORK ON RELEASES
      *    WITHOUT KNOWING BLANKETS EXIST. A RELEASE CANNOT EXCEED
      *    WHAT REMAINS, AND THE BLANKET CLOSES WHEN THE COMMITMENT
      *    IS FULLY RELEASED.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT PORDFILE ASSIGN TO "c:\cobol\data\pordfile.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PORDFILE-FILE-STATUS.
           SELECT POCTL    ASSIGN TO "c:\cobol\data\poctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS POCTL-FILE-STATUS.
      *
       DATA DIVISION.
      *
           05  PO-RECEIVED-QTY         PIC S9(5).
           05  PO-PROMISE-DATE         PIC 9(8).
           05  PO-REVISION-NO          PIC 9(2).
           05  PO-DROP-SHIP-SWITCH     PIC X.
               88  PO-DROP-SHIP                VALUE "Y".
           05  PO-NUMBER               PIC 9(6).
           05  PO-LINE-NO              PIC 9(2).
           05  PO-BLANKET-NO           PIC 9(6).
      *
       FD  POCTL.
      *
       01  PO-CONTROL-RECORD.
           05  PC-LAST-PO-NUMBER       PIC 9(6).
      *
       WORKING-STORAGE SECTION.
      *
               88  VENCAT-SUCCESSFUL           VALUE "00".
           05  PORDFILE-FILE-STATUS    PIC XX.
               88  PORDFILE-SUCCESSFUL         VALUE "00".
           05  POCTL-FILE-STATUS       PIC XX.
               88  POCTL-SUCCESSFUL            VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-FUNCTION          PIC X.
       01  BLANKET-WORK-FIELDS.
           05  NEXT-BLANKET-NO         PIC 9(6)    VALUE ZERO.
           05  REMAINING-QUANTITY      PIC S9(7).
           05  NEXT-PO-NUMBER          PIC 9(6)    VALUE ZERO.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
                           DISPLAY "REWRITE ERROR ON BLANKET."
                       NOT INVALID KEY
                           DISPLAY "RELEASE WRITTEN FOR "
                               ENTRY-RELEASE-QTY " ON PO "
                               PO-NUMBER "."
                   END-REWRITE.
      *
       320-WRITE-RELEASE-ORDER.
               DISPLAY "OPEN ERROR ON PORDFILE -- STATUS "
                   PORDFILE-FILE-STATUS
           ELSE
               PERFORM 330-TAKE-NEXT-PO-NUMBER
               MOVE BK-ITEM-NO        TO PO-ITEM-NO
               MOVE BK-VENDOR-NO      TO PO-VENDOR-NO
               MOVE ENTRY-RELEASE-QTY TO PO-ORDER-QUANTITY
               MOVE ZERO              TO PO-RECEIVED-QTY
               MOVE ZERO              TO PO-PROMISE-DATE
               MOVE ZERO              TO PO-REVISION-NO
               MOVE "N"               TO PO-DROP-SHIP-SWITCH
               MOVE NEXT-PO-NUMBER    TO PO-NUMBER
               MOVE 1                 TO PO-LINE-NO
               MOVE BK-BLANKET-NO     TO PO-BLANKET-NO
               SET PO-OPEN TO TRUE
               WRITE PURCHASE-ORDER-RECORD
               IF NOT PORDFILE-SUCCESSFUL
                       BK-BLANKET-NO
               END-IF
               CLOSE PORDFILE.
      *
       330-TAKE-NEXT-PO-NUMBER.
      *
      *    THE NUMBER IS TAKEN AND THE CONTROL FILE REWRITTEN AT
      *    ONCE, NOT AT THE END OF THE SESSION -- ORDER ENTRY,
      *    BLANKET RELEASES, AND PO ENTRY ALL DRAW PURCHASE-ORDER
      *    NUMBERS FROM THE SAME SEQUENCE.
      *
           OPEN INPUT POCTL.
           IF POCTL-SUCCESSFUL
               READ POCTL
                   AT END
                       MOVE ZERO TO PC-LAST-PO-NUMBER
               END-READ
               MOVE PC-LAST-PO-NUMBER TO NEXT-PO-NUMBER
               CLOSE POCTL
           ELSE
               MOVE ZERO TO NEXT-PO-NUMBER.
           ADD 1 TO NEXT-PO-NUMBER.
           OPEN OUTPUT POCTL.
           MOVE NEXT-PO-NUMBER TO PC-LAST-PO-NUMBER.
           WRITE PO-CONTROL-RECORD.
           CLOSE POCTL.
