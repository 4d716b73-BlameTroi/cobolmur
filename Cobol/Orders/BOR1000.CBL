      *    LINE THE STOCK CANNOT COVER STAYS BACKORDERED FOR THE
      *    NEXT NIGHT RATHER THAN BEING RELEASED SHORT. THE
      *    RELEASE REGISTER TELLS THE PICKERS WHAT FREED UP.
      *
      *    A LINE WITH A SHIPPING WAREHOUSE IS ALSO HELD TO THAT
      *    WAREHOUSE'S LOCATION BALANCE, NET OF THE LINES ALREADY
      *    ALLOCATED THERE: STOCK ARRIVING AT ANOTHER WAREHOUSE
      *    DOES NOT RELEASE IT. A LINE WITH NO WAREHOUSE IS HELD TO
      *    THE COMPANY-WIDE FIGURE ONLY, AS BEFORE.
      *
       ENVIRONMENT DIVISION.
      *
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
       01  RELEASE-WORK-FIELDS.
           05  WORK-AVAILABLE          PIC S9(7).
      *
       COPY "Whsreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
                   IF ORDER-OPEN OR ORDER-PICKED OR ORDER-HELD
                     OR ORDER-SHIPPED
                       PERFORM 120-ACCUMULATE-ALLOCATION
                       IF OR-WAREHOUSE-CODE NOT = SPACE
                           PERFORM 130-ACCUMULATE-WHSE-ALLOCATION
                       END-IF
                   END-IF
           END-READ.
      *
                   ADD OR-ALLOCATED-QUANTITY TO
                       AV-ALLOCATED-QUANTITY (AVAIL-INDEX)
           END-SEARCH.
      *
       130-ACCUMULATE-WHSE-ALLOCATION.
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
                       DISPLAY "BOR1000 WAREHOUSE TABLE FULL "
                           "FOR ITEM " OR-ITEM-NO
                   END-IF
               WHEN WV-ITEM-NO (WHSE-INDEX) = OR-ITEM-NO
                 AND WV-WAREHOUSE-CODE (WHSE-INDEX) = OR-WAREHOUSE-CODE
                   ADD OR-ALLOCATED-QUANTITY TO
                       WV-ALLOCATED-QUANTITY (WHSE-INDEX)
           END-SEARCH.
      *
       300-PROMOTE-BACKORDERED-LINES.
      *
       320-PROMOTE-BACKORDER-LINE.
      *
           PERFORM 400-GET-ITEM-AVAILABILITY.
           IF ITEM-FOUND AND OR-WAREHOUSE-CODE NOT = SPACE
               PERFORM 430-GET-WAREHOUSE-AVAILABILITY.
           IF ITEM-FOUND AND WORK-AVAILABLE >= OR-ORDER-QUANTITY
               MOVE OR-ORDER-QUANTITY TO OR-ALLOCATED-QUANTITY
               SET ORDER-OPEN TO TRUE
                   ADD 1 TO LINES-RELEASED-COUNT
                   SUBTRACT OR-ORDER-QUANTITY FROM
                       AV-AVAILABLE-QUANTITY (AVAIL-INDEX)
                   IF OR-WAREHOUSE-CODE NOT = SPACE
                       SUBTRACT OR-ORDER-QUANTITY FROM
                           WV-AVAILABLE-QUANTITY (WHSE-INDEX)
                   END-IF
                   MOVE "RELEASED" TO BDL-DISPOSITION
                   PERFORM 330-PRINT-RELEASE-DETAIL
               ELSE
               MOVE "N" TO ITEM-FOUND-SWITCH
               DISPLAY "BOR1000 AVAILABILITY TABLE FULL FOR ITEM "
                   OR-ITEM-NO.
      *
       430-GET-WAREHOUSE-AVAILABILITY.
      *
      *    THE SAME CACHE FOR THE WAREHOUSE'S OWN BALANCE. THE
      *    LINE IS HELD TO THE SMALLER OF THE TWO FIGURES.
      *
           SET WHSE-INDEX TO 1.
           SEARCH WHSE-ENTRY
               AT END
                   PERFORM 450-ADD-WAREHOUSE-ENTRY
               WHEN WHSE-INDEX > WHSE-ENTRY-COUNT
                   PERFORM 450-ADD-WAREHOUSE-ENTRY
               WHEN WV-ITEM-NO (WHSE-INDEX) = OR-ITEM-NO
                 AND WV-WAREHOUSE-CODE (WHSE-INDEX) = OR-WAREHOUSE-CODE
                   IF NOT WV-LOADED (WHSE-INDEX)
                       PERFORM 440-LOAD-LOCATION-BALANCE
                   END-IF
           END-SEARCH.
           IF ITEM-FOUND
             AND WV-AVAILABLE-QUANTITY (WHSE-INDEX) < WORK-AVAILABLE
               MOVE WV-AVAILABLE-QUANTITY (WHSE-INDEX)
                   TO WORK-AVAILABLE.
      *
       440-LOAD-LOCATION-BALANCE.
      *
           SET BALANCE-REQUEST TO TRUE.
           MOVE OR-ITEM-NO        TO WHR-ITEM-NO.
           MOVE OR-WAREHOUSE-CODE TO WHR-WAREHOUSE-CODE.
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
               MOVE OR-ITEM-NO TO WV-ITEM-NO (WHSE-INDEX)
               MOVE OR-WAREHOUSE-CODE TO WV-WAREHOUSE-CODE (WHSE-INDEX)
               MOVE ZERO TO WV-ALLOCATED-QUANTITY (WHSE-INDEX)
               MOVE ZERO TO WV-AVAILABLE-QUANTITY (WHSE-INDEX)
               MOVE "N"  TO WV-LOADED-SWITCH (WHSE-INDEX)
               PERFORM 440-LOAD-LOCATION-BALANCE
           ELSE
               MOVE "N" TO ITEM-FOUND-SWITCH
               DISPLAY "BOR1000 WAREHOUSE TABLE FULL FOR ITEM "
                   OR-ITEM-NO.
      *
       500-WRITE-BATCH-LOG-RECORD.
      *
