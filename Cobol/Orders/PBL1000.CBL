       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PBL1000.
      *
      *    QUANTITY-BREAK PRICE LIST. FOR ONE ITEM, OR FOR EVERY
      *    ITEM WITH A SCHEDULE ON FILE, PRINTS THE MASTER UNIT
      *    PRICE AND EACH TIER OF THE ITEM'S PRICE-BREAK SCHEDULE
      *    WITH THE UNIT PRICE THE TIER GIVES, SO THE DESK CAN
      *    HAND A CUSTOMER THE BREAKS IN WRITING. A TIER NOT IN
      *    EFFECT TODAY IS MARKED EXPIRED OR NOT YET EFFECTIVE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PRCBRK   ASSIGN TO "c:\cobol\data\prcbrk.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PB-ITEM-NO
                           FILE STATUS IS PRCBRK-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT PBLRPT   ASSIGN TO "c:\cobol\data\pbl1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PRCBRK.
      *
       COPY "Prcbrk.cpy".
      *
       FD  INVMAST.
      *
       01  INVENTORY-MASTER-RECORD.
            05  IM-ITEM-NO              PIC X(5).
            05  IM-DESCRIPTIVE-DATA.
                10  IM-ITEM-DESC        PIC X(40).
                10  IM-UNIT-COST        PIC S9(3)V99.
                10  IM-UNIT-PRICE       PIC S9(3)V99.
            05  IM-INVENTORY-DATA.
                10  IM-REORDER-POINT    PIC S9(5).
                10  IM-ON-HAND          PIC S9(5).
                10  IM-ON-ORDER         PIC S9(5).
            05  IM-LOCATION-DATA.
                10  IM-VENDOR-NO        PIC X(5).
                10  IM-BIN-LOCATION     PIC X(10).
      *
       FD  PBLRPT.
       01  PBL-PRINT-AREA          PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  PRCBRK-EOF-SWITCH           PIC X   VALUE "N".
               88  PRCBRK-EOF                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  PRCBRK-FILE-STATUS      PIC XX.
               88  PRCBRK-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ITEM-NO           PIC X(5).
      *
       01  COUNT-FIELDS.
           05  ITEMS-LISTED            PIC 9(5)    VALUE ZERO.
      *
       01  PRICE-LIST-WORK-FIELDS.
           05  BREAK-SUB               PIC S9(3)   COMP.
           05  TIER-UNIT-PRICE         PIC S9(3)V99.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  PBL-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "PBL1000  QUANTITY-BREAK PRICE LIST".
           05  FILLER                  PIC X(9)  VALUE "AS OF ".
           05  PHL-RUN-DATE            PIC 9(8).
      *
       01  PBL-ITEM-LINE.
           05  FILLER                  PIC X(5)  VALUE "ITEM ".
           05  PIL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PIL-ITEM-DESC           PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "MASTER PRICE ".
           05  PIL-MASTER-PRICE        PIC ZZ9.99.
      *
       01  PBL-HEADING-LINE-2.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "QUANTITY".
           05  FILLER                  PIC X(12) VALUE "BREAK".
           05  FILLER                  PIC X(12) VALUE "UNIT PRICE".
           05  FILLER                  PIC X(11) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(11) VALUE "EXPIRES".
      *
       01  PBL-TIER-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  PTL-MINIMUM-QUANTITY    PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE "+   ".
           05  PTL-BREAK-VALUE         PIC ZZ9.99.
           05  PTL-BREAK-TYPE          PIC X(6).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  PTL-UNIT-PRICE          PIC ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  PTL-EFFECTIVE-DATE      PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  PTL-EXPIRY-DATE         PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  PTL-TIER-STATUS         PIC X(18).
      *
       PROCEDURE DIVISION.
      *
       000-PRINT-PRICE-LIST.
      *
           DISPLAY "PBL1000 QUANTITY-BREAK PRICE LIST".
           DISPLAY "ENTER ITEM NUMBER, OR ALL FOR EVERY ITEM.".
           ACCEPT ENTRY-ITEM-NO.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT PRCBRK.
           IF NOT PRCBRK-SUCCESSFUL
               DISPLAY "NO PRICE-BREAK SCHEDULES ON FILE -- STATUS "
                   PRCBRK-FILE-STATUS
               STOP RUN.
           OPEN INPUT INVMAST.
           OPEN OUTPUT PBLRPT.
           MOVE RUN-DATE TO PHL-RUN-DATE.
           MOVE PBL-HEADING-LINE-1 TO PBL-PRINT-AREA.
           WRITE PBL-PRINT-AREA AFTER ADVANCING PAGE.
           IF ENTRY-ITEM-NO = "ALL"
               PERFORM 100-LIST-NEXT-SCHEDULE
                   UNTIL PRCBRK-EOF
           ELSE
               MOVE ENTRY-ITEM-NO TO PB-ITEM-NO
               READ PRCBRK
                   INVALID KEY
                       DISPLAY "NO PRICE-BREAK SCHEDULE ON FILE FOR "
                           "ITEM " ENTRY-ITEM-NO
                   NOT INVALID KEY
                       PERFORM 200-PRINT-ITEM-SCHEDULE
               END-READ.
           CLOSE PRCBRK
                 INVMAST
                 PBLRPT.
           DISPLAY "PBL1000 ITEMS LISTED " ITEMS-LISTED.
           STOP RUN.
      *
       100-LIST-NEXT-SCHEDULE.
      *
           READ PRCBRK NEXT RECORD
               AT END
                   MOVE "Y" TO PRCBRK-EOF-SWITCH
               NOT AT END
                   PERFORM 200-PRINT-ITEM-SCHEDULE
           END-READ.
      *
       200-PRINT-ITEM-SCHEDULE.
      *
           ADD 1 TO ITEMS-LISTED.
           MOVE PB-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   MOVE "*** NOT ON INVENTORY MASTER ***"
                       TO IM-ITEM-DESC
                   MOVE ZERO TO IM-UNIT-PRICE
           END-READ.
           MOVE PB-ITEM-NO    TO PIL-ITEM-NO.
           MOVE IM-ITEM-DESC  TO PIL-ITEM-DESC.
           MOVE IM-UNIT-PRICE TO PIL-MASTER-PRICE.
           MOVE PBL-ITEM-LINE TO PBL-PRINT-AREA.
           WRITE PBL-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE PBL-HEADING-LINE-2 TO PBL-PRINT-AREA.
           WRITE PBL-PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 210-PRINT-BREAK-TIER
               VARYING BREAK-SUB FROM 1 BY 1
               UNTIL BREAK-SUB > 5.
      *
       210-PRINT-BREAK-TIER.
      *
           IF PB-MINIMUM-QUANTITY (BREAK-SUB) > ZERO
               IF PB-BREAK-PERCENT (BREAK-SUB)
                   COMPUTE TIER-UNIT-PRICE ROUNDED =
                       IM-UNIT-PRICE *
                       (100 - PB-BREAK-VALUE (BREAK-SUB)) / 100
                   MOVE "% OFF" TO PTL-BREAK-TYPE
               ELSE
                   MOVE PB-BREAK-VALUE (BREAK-SUB) TO TIER-UNIT-PRICE
                   MOVE " EACH" TO PTL-BREAK-TYPE
               END-IF
               IF RUN-DATE < PB-EFFECTIVE-DATE (BREAK-SUB)
                   MOVE "NOT YET EFFECTIVE" TO PTL-TIER-STATUS
               ELSE
                   IF RUN-DATE > PB-EXPIRY-DATE (BREAK-SUB)
                       MOVE "EXPIRED" TO PTL-TIER-STATUS
                   ELSE
                       MOVE SPACE TO PTL-TIER-STATUS
                   END-IF
               END-IF
               MOVE PB-MINIMUM-QUANTITY (BREAK-SUB)
                   TO PTL-MINIMUM-QUANTITY
               MOVE PB-BREAK-VALUE (BREAK-SUB)    TO PTL-BREAK-VALUE
               MOVE TIER-UNIT-PRICE               TO PTL-UNIT-PRICE
               MOVE PB-EFFECTIVE-DATE (BREAK-SUB) TO PTL-EFFECTIVE-DATE
               MOVE PB-EXPIRY-DATE (BREAK-SUB)    TO PTL-EXPIRY-DATE
               MOVE PBL-TIER-LINE TO PBL-PRINT-AREA
               WRITE PBL-PRINT-AREA AFTER ADVANCING 1 LINES.
