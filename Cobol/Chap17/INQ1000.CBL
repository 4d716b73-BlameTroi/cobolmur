                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS INVXTRA-FILE-STATUS.

           SELECT PARTXREF ASSIGN TO "c:\cobol\data\partxref.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PN-XREF-KEY
                           ALTERNATE RECORD KEY IS PN-ITEM-NO
                               WITH DUPLICATES
                           ALTERNATE RECORD KEY IS PN-PARTY-PART-NO
                               WITH DUPLICATES
                           FILE STATUS IS PARTXREF-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       COPY "Invxtra.cpy".

       FD  PARTXREF.

       COPY "Partxref.cpy".

       WORKING-STORAGE SECTION.

       78  BLACK           VALUE 0.
               88  LOCBAL-AVAILABLE                VALUE "Y".
           05  LOCBAL-EOF-SWITCH           PIC X   VALUE "N".
               88  LOCBAL-EOF                      VALUE "Y".
           05  PARTXREF-AVAILABLE-SWITCH   PIC X   VALUE "N".
               88  PARTXREF-AVAILABLE              VALUE "Y".

       01  FILE-STATUS-FIELDS.

               88  LOCBAL-SUCCESSFUL               VALUE "00".
           05  INVXTRA-FILE-STATUS         PIC XX.
               88  INVXTRA-SUCCESSFUL              VALUE "00".
           05  PARTXREF-FILE-STATUS        PIC XX.
               88  PARTXREF-SUCCESSFUL             VALUE "00".

       01  SCREEN-DISPLAY-FIELDS.

           05  CHAIN-ITEM-NO       PIC X(5).
           05  CHAIN-HOP-COUNT     PIC 9.
           05  CHAIN-LINE-NO       PIC 99.
           05  ITEM-ENTRY          PIC X(20).
           05  XREF-PARTY-LINE     PIC X(30).

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           OPEN INPUT INVMAST.
           OPEN INPUT LOCBAL.
           OPEN INPUT INVXTRA.
           OPEN INPUT PARTXREF.
           IF PARTXREF-SUCCESSFUL
               MOVE "Y" TO PARTXREF-AVAILABLE-SWITCH.
           IF LOCBAL-SUCCESSFUL
               MOVE "Y" TO LOCBAL-AVAILABLE-SWITCH.
           EVALUATE TRUE
               CLOSE LOCBAL.
           IF INVXTRA-SUCCESSFUL
               CLOSE INVXTRA.
           IF PARTXREF-AVAILABLE
               CLOSE PARTXREF.
           GOBACK.

       050-GET-PROCESSING-MODE.

           PERFORM 110-DISPLAY-HEADING-LINES.
           MOVE "N" TO VALID-ENTRY-SWITCH.
           MOVE SPACE TO ITEM-ENTRY.
           PERFORM 120-GET-ITEM-NUMBER
               UNTIL VALID-ENTRY.
           IF NOT END-OF-INQUIRIES
               WITH BLANK SCREEN
               FOREGROUND-COLOR BLACK
               BACKGROUND-COLOR WHITE.
           DISPLAY "Type an item number, or a customer or vendor part"
               AT LINE 3 COLUMN 1.
           DISPLAY "number. Then press Enter." AT LINE 4 COLUMN 1.

       120-GET-ITEM-NUMBER.


           DISPLAY "Item number. . . . . " AT LINE 5 COLUMN 1.
           DISPLAY "Enter 99999 to end." AT LINE 24 COLUMN 1.
           ACCEPT ITEM-ENTRY AT LINE 5 COLUMN 22
               WITH PROMPT.

       140-EDIT-ITEM-NUMBER.

           MOVE SPACE TO XREF-PARTY-LINE.
           IF ITEM-ENTRY = "99999"
               MOVE "Y" TO END-OF-INQUIRIES-SWITCH
           ELSE IF ITEM-ENTRY = SPACE
               MOVE "N" TO VALID-ENTRY-SWITCH
               MOVE "An item number is required." TO ERROR-MESSAGE
           ELSE
               MOVE "N" TO ITEM-FOUND-SWITCH
               IF ITEM-ENTRY (6:15) = SPACE
                   MOVE "Y" TO ITEM-FOUND-SWITCH
                   MOVE ITEM-ENTRY TO IM-ITEM-NO
                   PERFORM 150-READ-INVENTORY-RECORD
               END-IF
               IF NOT ITEM-FOUND AND PARTXREF-AVAILABLE
                   PERFORM 155-FIND-ITEM-BY-PART-NUMBER
               END-IF
               IF NOT ITEM-FOUND
                   MOVE "N" TO VALID-ENTRY-SWITCH
                   MOVE "Inventory record not found."
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND-SWITCH.

       155-FIND-ITEM-BY-PART-NUMBER.

      *    An entry that is not one of our item numbers is looked
      *    up as an outside part number. If more than one customer
      *    or vendor uses the same number, the first on file wins
      *    and the screen says whose number it was.

           MOVE ITEM-ENTRY TO PN-PARTY-PART-NO.
           START PARTXREF KEY IS EQUAL TO PN-PARTY-PART-NO
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND-SWITCH
               NOT INVALID KEY
                   READ PARTXREF NEXT RECORD
                       AT END
                           MOVE "N" TO ITEM-FOUND-SWITCH
                       NOT AT END
                           MOVE "Y" TO ITEM-FOUND-SWITCH
                           MOVE PN-ITEM-NO TO IM-ITEM-NO
                           PERFORM 150-READ-INVENTORY-RECORD
                   END-READ
           END-START.
           IF ITEM-FOUND
               IF PN-CUSTOMER-PART
                   STRING "Part no. of customer " PN-PARTY-NO
                       DELIMITED BY SIZE INTO XREF-PARTY-LINE
               ELSE
                   STRING "Part no. of vendor " PN-PARTY-NO
                       DELIMITED BY SIZE INTO XREF-PARTY-LINE.

       160-DISPLAY-ERROR-MESSAGE.

           DISPLAY ERROR-MESSAGE AT LINE 23 COLUMN 1
           DISPLAY IM-VENDOR-NO     LINE 13 COLUMN 22.
           DISPLAY "Bin location:"  LINE 14 COLUMN 1.
           DISPLAY IM-BIN-LOCATION  LINE 14 COLUMN 22.
           IF XREF-PARTY-LINE NOT = SPACE
               DISPLAY "Item number:"   LINE 6  COLUMN 1
               DISPLAY IM-ITEM-NO       LINE 6  COLUMN 22
               DISPLAY XREF-PARTY-LINE  LINE 6  COLUMN 30.

       185-DISPLAY-LOCATION-BREAKDOWN.

