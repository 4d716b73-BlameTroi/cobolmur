               88  ITEM-FOUND                      VALUE "Y".
           05  QUOTE-EXPIRED-SWITCH        PIC X   VALUE "N".
               88  CONVERSION-EXPIRED              VALUE "Y".
           05  REQUESTED-DATE-SWITCH       PIC X   VALUE "N".
               88  REQUESTED-DATE-VALID            VALUE "Y".
           05  WAREHOUSE-RESOLVED-SWITCH   PIC X   VALUE "N".
               88  WAREHOUSE-RESOLVED              VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  QUOFILE-FILE-STATUS     PIC XX.
      *
       01  ENTRY-FIELDS.
           05  ENTRY-QUOTE-NO          PIC 9(6).
           05  ENTRY-CUSTOMER-PO-NO    PIC X(10).
           05  ENTRY-REQUESTED-DATE    PIC 9(8).
      *
       01  CONVERSION-WORK-FIELDS.
           05  NEXT-ORDER-NO           PIC 9(6)    VALUE ZERO.
               10  AV-AVAILABLE-QUANTITY   PIC S9(7).
               10  AV-LOADED-SWITCH        PIC X.
                   88  AV-LOADED               VALUE "Y".
      *
       01  WAREHOUSE-AVAILABILITY-TABLE.
           05  WHSE-ENTRY-COUNT        PIC S9(3)   COMP  VALUE ZERO.
           05  WHSE-ENTRY                  OCCURS 200 TIMES
                                           INDEXED BY WHSE-INDEX.
               10  WV-ITEM-NO              PIC X(5).
               10  WV-WAREHOUSE-CODE       PIC X(2).
               10  WV-ALLOCATED-QUANTITY   PIC S9(7).
               10  WV-AVAILABLE-QUANTITY   PIC S9(7).
               10  WV-LOADED-SWITCH        PIC X.
                   88  WV-LOADED               VALUE "Y".
      *
       01  WAREHOUSE-WORK-FIELDS.
           05  LINE-WAREHOUSE-CODE     PIC X(2)    VALUE SPACE.
           05  WAREHOUSE-FOUND-SWITCH  PIC X       VALUE "N".
               88  WAREHOUSE-FOUND             VALUE "Y".
      *
       COPY "Whsreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Dtereq.cpy".
      *
       PROCEDURE DIVISION.
      *
                   IF ORDER-OPEN OR ORDER-PICKED OR ORDER-HELD
                     OR ORDER-SHIPPED
                       PERFORM 067-ACCUMULATE-ALLOCATION
                       IF OR-WAREHOUSE-CODE NOT = SPACE
                           PERFORM 068-ACCUMULATE-WHSE-ALLOCATION
                       END-IF
                   END-IF
           END-READ.
      *
                   ADD OR-ALLOCATED-QUANTITY TO
                       AV-ALLOCATED-QUANTITY (AVAIL-INDEX)
           END-SEARCH.
      *
       068-ACCUMULATE-WHSE-ALLOCATION.
      *
           SET WHSE-INDEX TO 1.
           SEARCH WHSE-ENTRY
               AT END
                   CONTINUE
               WHEN WHSE-INDEX > WHSE-ENTRY-COUNT
                   IF WHSE-ENTRY-COUNT < 200
                       ADD 1 TO WHSE-ENTRY-COUNT
                       MOVE OR-ITEM-NO TO WV-ITEM-NO (WHSE-INDEX)
                       MOVE OR-WAREHOUSE-CODE TO
                           WV-WAREHOUSE-CODE (WHSE-INDEX)
                       MOVE OR-ALLOCATED-QUANTITY TO
                           WV-ALLOCATED-QUANTITY (WHSE-INDEX)
                       MOVE ZERO TO
                           WV-AVAILABLE-QUANTITY (WHSE-INDEX)
                       MOVE "N" TO WV-LOADED-SWITCH (WHSE-INDEX)
                   ELSE
                       DISPLAY "QTC1000 WAREHOUSE TABLE FULL "
                           "FOR ITEM " OR-ITEM-NO
                   END-IF
               WHEN WV-ITEM-NO (WHSE-INDEX) = OR-ITEM-NO
                 AND WV-WAREHOUSE-CODE (WHSE-INDEX) = OR-WAREHOUSE-CODE
                   ADD OR-ALLOCATED-QUANTITY TO
                       WV-ALLOCATED-QUANTITY (WHSE-INDEX)
           END-SEARCH.
      *
       080-SAVE-NEXT-ORDER-NUMBER.
      *
           IF ENTRY-QUOTE-NO = 999999
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               PERFORM 110-ENTER-CUSTOMER-PO
               PERFORM 200-CONVERT-QUOTE-LINES
               IF LINES-CONVERTED > ZERO
                   DISPLAY "QUOTE " ENTRY-QUOTE-NO " CONVERTED TO "
                   ELSE
                       DISPLAY "NO OPEN LINES FOUND FOR QUOTE "
                           ENTRY-QUOTE-NO ".".
      *
       110-ENTER-CUSTOMER-PO.
      *
      *    THE PO NUMBER AND REQUESTED SHIP DATE USUALLY ARRIVE
      *    WITH THE CUSTOMER'S ACCEPTANCE, SO THEY ARE TAKEN HERE
      *    AND CARRIED ON EVERY LINE OF THE NEW ORDER, THE SAME AS
      *    A KEYED ORDER.
      *
           DISPLAY "ENTER CUSTOMER PO NUMBER, OR SPACES FOR NONE.".
           ACCEPT ENTRY-CUSTOMER-PO-NO.
           MOVE "N" TO REQUESTED-DATE-SWITCH.
           PERFORM 120-ENTER-REQUESTED-DATE
               UNTIL REQUESTED-DATE-VALID.
      *
       120-ENTER-REQUESTED-DATE.
      *
           DISPLAY "ENTER REQUESTED SHIP DATE (YYYYMMDD), OR 0 FOR "
               "NONE.".
           ACCEPT ENTRY-REQUESTED-DATE.
           IF ENTRY-REQUESTED-DATE = ZERO
               MOVE "Y" TO REQUESTED-DATE-SWITCH
           ELSE
               MOVE ENTRY-REQUESTED-DATE TO DC-DATE-1
               SET DATE-TO-DAYS TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF NOT DATE-REQUEST-OK
                   DISPLAY "NOT A VALID DATE -- RE-ENTER."
               ELSE
                   IF ENTRY-REQUESTED-DATE < RUN-DATE
                       DISPLAY "REQUESTED DATE IS ALREADY PAST -- "
                           "RE-ENTER."
                   ELSE
                       MOVE "Y" TO REQUESTED-DATE-SWITCH.
      *
       200-CONVERT-QUOTE-LINES.
      *
           MOVE ZERO TO NEXT-LINE-NO.
           MOVE "N"  TO QUOTE-EXPIRED-SWITCH.
           MOVE "N"  TO QUOFILE-EOF-SWITCH.
           MOVE "N"  TO WAREHOUSE-RESOLVED-SWITCH.
           ADD 1 TO NEXT-ORDER-NO.
           OPEN I-O QUOFILE.
           IF NOT QUOFILE-SUCCESSFUL
      *
       230-ALLOCATE-QUOTE-LINE.
      *
           IF NOT WAREHOUSE-RESOLVED
               PERFORM 235-RESOLVE-QUOTE-WAREHOUSE.
           PERFORM 400-GET-ITEM-AVAILABILITY.
           IF NOT ITEM-FOUND
               MOVE ZERO TO WORK-AVAILABLE.
           MOVE "N" TO WAREHOUSE-FOUND-SWITCH.
           IF ITEM-FOUND AND LINE-WAREHOUSE-CODE NOT = SPACE
               PERFORM 430-GET-WAREHOUSE-AVAILABILITY.
           IF QU-QUOTE-QUANTITY <= WORK-AVAILABLE
               MOVE QU-QUOTE-QUANTITY TO ALLOCATED-QUANTITY
           ELSE
           IF ITEM-FOUND
               SUBTRACT ALLOCATED-QUANTITY FROM
                   AV-AVAILABLE-QUANTITY (AVAIL-INDEX).
           IF WAREHOUSE-FOUND
               SUBTRACT ALLOCATED-QUANTITY FROM
                   WV-AVAILABLE-QUANTITY (WHSE-INDEX).
      *
       235-RESOLVE-QUOTE-WAREHOUSE.
      *
      *    A QUOTE HAS NO SHIP-TO CODE, SO THE CUSTOMER'S BILLING
      *    STATE PICKS THE WAREHOUSE, ONCE PER QUOTE, AND ITS FIRST
      *    PREFERENCE SHIPS EVERY LINE OF THE ORDER.
      *
           SET CUSTOMER-PREFERENCE-REQUEST TO TRUE.
           MOVE QU-CUSTOMER-NO TO WHR-CUSTOMER-NO.
           MOVE SPACE          TO WHR-SHIP-TO-CODE.
           CALL "WHS1000" USING WAREHOUSE-REQUEST.
           MOVE WHR-PREFERRED-WAREHOUSE (1) TO LINE-WAREHOUSE-CODE.
           MOVE "Y" TO WAREHOUSE-RESOLVED-SWITCH.
      *
       240-WRITE-ORDER-LINES.
      *
               MOVE ZERO               TO OR-SHIP-DATE
               MOVE SPACE              TO OR-CARRIER-CODE
               MOVE ZERO               TO OR-INVOICE-NO
               MOVE ENTRY-CUSTOMER-PO-NO TO OR-CUSTOMER-PO-NO
               MOVE ENTRY-REQUESTED-DATE TO OR-REQUESTED-DATE
               MOVE "N"                TO OR-DROP-SHIP-SWITCH
               MOVE SPACE              TO OR-DROP-SHIP-VENDOR-NO
               MOVE ZERO               TO OR-DROP-SHIP-COST
               MOVE LINE-WAREHOUSE-CODE TO OR-WAREHOUSE-CODE
               MOVE ZERO               TO OR-WAVE-NO
               SET ORDER-OPEN TO TRUE
               WRITE OPEN-ORDER-RECORD.
           IF BACKORDER-QUANTITY > ZERO
               MOVE ZERO               TO OR-SHIP-DATE
               MOVE SPACE              TO OR-CARRIER-CODE
               MOVE ZERO               TO OR-INVOICE-NO
               MOVE ENTRY-CUSTOMER-PO-NO TO OR-CUSTOMER-PO-NO
               MOVE ENTRY-REQUESTED-DATE TO OR-REQUESTED-DATE
               MOVE "N"                TO OR-DROP-SHIP-SWITCH
               MOVE SPACE              TO OR-DROP-SHIP-VENDOR-NO
               MOVE ZERO               TO OR-DROP-SHIP-COST
               MOVE LINE-WAREHOUSE-CODE TO OR-WAREHOUSE-CODE
               MOVE ZERO               TO OR-WAVE-NO
               SET ORDER-BACKORDERED TO TRUE
               WRITE OPEN-ORDER-RECORD.
           IF NOT ORDFILE-SUCCESSFUL
               MOVE "N" TO ITEM-FOUND-SWITCH
               DISPLAY "QTC1000 AVAILABILITY TABLE FULL FOR ITEM "
                   QU-ITEM-NO.
      *
       430-GET-WAREHOUSE-AVAILABILITY.
      *
      *    THE LINE IS ALSO HELD TO ITS WAREHOUSE'S OWN BALANCE,
      *    NET OF WHAT IS ALREADY ALLOCATED THERE, AND TAKES THE
      *    SMALLER OF THE TWO FIGURES. A SHORT LINE IS NOT SPLIT
      *    ACROSS WAREHOUSES IN THIS RUN -- THE REMAINDER GOES TO
      *    BACKORDER AT THE SAME WAREHOUSE FOR BOR1000.
      *
           MOVE "Y" TO WAREHOUSE-FOUND-SWITCH.
           SET WHSE-INDEX TO 1.
           SEARCH WHSE-ENTRY
               AT END
                   PERFORM 450-ADD-WAREHOUSE-ENTRY
               WHEN WHSE-INDEX > WHSE-ENTRY-COUNT
                   PERFORM 450-ADD-WAREHOUSE-ENTRY
               WHEN WV-ITEM-NO (WHSE-INDEX) = QU-ITEM-NO
                 AND WV-WAREHOUSE-CODE (WHSE-INDEX) =
                     LINE-WAREHOUSE-CODE
                   IF NOT WV-LOADED (WHSE-INDEX)
                       PERFORM 440-LOAD-LOCATION-BALANCE
                   END-IF
           END-SEARCH.
           IF WAREHOUSE-FOUND
             AND WV-AVAILABLE-QUANTITY (WHSE-INDEX) < WORK-AVAILABLE
               MOVE WV-AVAILABLE-QUANTITY (WHSE-INDEX)
                   TO WORK-AVAILABLE.
      *
       440-LOAD-LOCATION-BALANCE.
      *
           SET BALANCE-REQUEST TO TRUE.
           MOVE QU-ITEM-NO TO WHR-ITEM-NO.
           MOVE LINE-WAREHOUSE-CODE TO WHR-WAREHOUSE-CODE.
           CALL "WHS1000" USING WAREHOUSE-REQUEST.
      *    NO LOCATION BALANCE FILE LEAVES THE LINE HELD TO THE
      *    COMPANY-WIDE FIGURE ALONE.
           IF WAREHOUSE-REQUEST-ERROR
               MOVE 9999999 TO WV-AVAILABLE-QUANTITY (WHSE-INDEX)
           ELSE
               COMPUTE WV-AVAILABLE-QUANTITY (WHSE-INDEX) =
                   WHR-QUANTITY - WV-ALLOCATED-QUANTITY (WHSE-INDEX)
               IF WV-AVAILABLE-QUANTITY (WHSE-INDEX) < ZERO
                   MOVE ZERO TO WV-AVAILABLE-QUANTITY (WHSE-INDEX).
           SET WV-LOADED (WHSE-INDEX) TO TRUE.
      *
       450-ADD-WAREHOUSE-ENTRY.
      *
           IF WHSE-ENTRY-COUNT < 200
               ADD 1 TO WHSE-ENTRY-COUNT
               SET WHSE-INDEX TO WHSE-ENTRY-COUNT
               MOVE QU-ITEM-NO TO WV-ITEM-NO (WHSE-INDEX)
               MOVE LINE-WAREHOUSE-CODE TO
                   WV-WAREHOUSE-CODE (WHSE-INDEX)
               MOVE ZERO TO WV-ALLOCATED-QUANTITY (WHSE-INDEX)
               MOVE ZERO TO WV-AVAILABLE-QUANTITY (WHSE-INDEX)
               MOVE "N"  TO WV-LOADED-SWITCH (WHSE-INDEX)
               PERFORM 440-LOAD-LOCATION-BALANCE
           ELSE
               MOVE "N" TO WAREHOUSE-FOUND-SWITCH
               DISPLAY "QTC1000 WAREHOUSE TABLE FULL FOR ITEM "
                   QU-ITEM-NO.
