       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RFQ3000.
      *
      *    QUOTE COMPARISON. FOR ONE REQUEST FOR QUOTATION, OR FOR
      *    EVERY REQUEST NOT YET AWARDED, THE BIDS ARE RANKED BY
      *    LANDED UNIT COST -- QUOTED COST PLUS THE FREIGHT AND
      *    DUTY THE VENDOR EXPECTS PER UNIT -- AND THEN BY LEAD
      *    TIME. BESIDE EACH BID IS THE VENDOR'S CURRENT CATALOG
      *    QUOTE AND THE PRICE VARIANCE ON ITS LAST VOUCHER FOR THE
      *    ITEM, PRICED THE SAME WAY PPV1000 PRICES IT, SO A LOW BID
      *    FROM A VENDOR THAT HAS NOT HELD ITS PRICES STANDS OUT.
      *    VENDORS THAT DECLINED OR NEVER REPLIED ARE LISTED BELOW
      *    THE BIDS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RFQFILE  ASSIGN TO "c:\cobol\data\rfqfile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RF-RFQ-KEY
                           FILE STATUS IS RFQFILE-FILE-STATUS.
           SELECT VENCAT   ASSIGN TO "c:\cobol\data\vencat.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VC-CATALOG-KEY
                           FILE STATUS IS VENCAT-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES
                           FILE STATUS IS INVMAST-FILE-STATUS.
           SELECT APVCHR   ASSIGN TO "c:\cobol\data\apvchr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APVCHR-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk14.dat".
           SELECT RFQRPT   ASSIGN TO "c:\cobol\data\rfq3rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RFQFILE.
      *
       COPY "Rfqfile.cpy".
      *
       FD  VENCAT.
      *
       COPY "Vencat.cpy".
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
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
       FD  APVCHR.
      *
       COPY "Apvchr.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-RFQ-NO               PIC 9(6).
           05  SW-RANK-GROUP           PIC 9.
               88  SW-BID                      VALUE 1.
               88  SW-DECLINED                 VALUE 2.
               88  SW-NO-REPLY                 VALUE 3.
           05  SW-LANDED-COST          PIC S9(4)V99.
           05  SW-LEAD-DAYS            PIC S9(3).
           05  SW-VENDOR-NO            PIC X(5).
           05  SW-ITEM-NO              PIC X(5).
           05  SW-REQUEST-QTY          PIC S9(5).
           05  SW-REPLY-BY-DATE        PIC 9(8).
           05  SW-BID-COST             PIC S9(3)V99.
           05  SW-BID-FREIGHT          PIC S9(3)V99.
           05  SW-BID-MIN-QTY          PIC S9(5).
           05  SW-STATUS               PIC X.
      *
       FD  RFQRPT.
      *
       01  PRINT-AREA                  PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  RFQFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  RFQFILE-EOF                     VALUE "Y".
           05  APVCHR-EOF-SWITCH           PIC X   VALUE "N".
               88  APVCHR-EOF                      VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  FIRST-REQUEST-SWITCH        PIC X   VALUE "Y".
               88  FIRST-REQUEST                   VALUE "Y".
           05  TABLE-FULL-SWITCH           PIC X   VALUE "N".
               88  TABLE-FULL                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  RFQFILE-FILE-STATUS     PIC XX.
               88  RFQFILE-SUCCESSFUL          VALUE "00".
           05  VENCAT-FILE-STATUS      PIC XX.
               88  VENCAT-SUCCESSFUL           VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  INVMAST-FILE-STATUS     PIC XX.
               88  INVMAST-SUCCESSFUL          VALUE "00".
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-RFQ-NO            PIC 9(6).
      *
       01  CONTROL-FIELDS.
           05  OLD-RFQ-NO              PIC 9(6).
           05  BID-RANK                PIC S9(3)   COMP.
      *
       01  COUNT-FIELDS.
           05  REQUESTS-LISTED         PIC S9(5)   COMP  VALUE ZERO.
           05  BIDS-LISTED             PIC S9(5)   COMP  VALUE ZERO.
      *
       01  VARIANCE-WORK-FIELDS.
           05  LAST-VARIANCE-AMOUNT    PIC S9(8)V99.
      *
      *    THE LAST VOUCHER FOR EACH VENDOR AND ITEM ON THE REPORT.
      *    THE PAIRS ARE GATHERED AS THE REQUESTS ARE SELECTED;
      *    ONE PASS OF THE VOUCHER FILE THEN KEEPS THE LATEST
      *    INVOICE FOR EACH PAIR.
      *
       01  LAST-VOUCHER-TABLE.
           05  LAST-VOUCHER-COUNT      PIC S9(3)   COMP  VALUE ZERO.
           05  LAST-VOUCHER-ENTRY      OCCURS 500 TIMES
                                       INDEXED BY LV-INDEX.
               10  LV-VENDOR-NO        PIC X(5).
               10  LV-ITEM-NO          PIC X(5).
               10  LV-INVOICE-DATE     PIC 9(8).
               10  LV-UNIT-COST        PIC S9(3)V99.
               10  LV-QUANTITY         PIC S9(5).
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-REQUEST-COUNT   PIC ZZ,ZZ9.
           05  DISPLAY-BID-COUNT       PIC ZZ,ZZ9.
      *
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(31) VALUE
               "RFQ3000  QUOTE COMPARISON FOR ".
           05  HL1-SELECTION           PIC X(30).
      *
       01  REQUEST-LINE.
           05  FILLER                  PIC X(8)  VALUE "REQUEST ".
           05  RL-RFQ-NO               PIC 9(6).
           05  FILLER                  PIC X(7)  VALUE "  ITEM ".
           05  RL-ITEM-NO              PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RL-ITEM-DESC            PIC X(40).
           05  FILLER                  PIC X(6)  VALUE "  QTY ".
           05  RL-REQUEST-QTY          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE
               "  REPLY BY ".
           05  RL-REPLY-BY-DATE        PIC 9(8).
      *
       01  COLUMN-LINE-1.
           05  FILLER                  PIC X(36) VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE "   BID".
           05  FILLER                  PIC X(8)  VALUE " FREIGHT".
           05  FILLER                  PIC X(8)  VALUE "  LANDED".
           05  FILLER                  PIC X(8)  VALUE "     MIN".
           05  FILLER                  PIC X(6)  VALUE "  LEAD".
           05  FILLER                  PIC X(9)  VALUE "  CATALOG".
           05  FILLER                  PIC X(15) VALUE
               "  LAST VOUCHER".
      *
       01  COLUMN-LINE-2.
           05  FILLER                  PIC X(5)  VALUE "RANK".
           05  FILLER                  PIC X(31) VALUE "VENDOR".
           05  FILLER                  PIC X(7)  VALUE "  COST".
           05  FILLER                  PIC X(8)  VALUE "    DUTY".
           05  FILLER                  PIC X(8)  VALUE "    COST".
           05  FILLER                  PIC X(8)  VALUE "   ORDER".
           05  FILLER                  PIC X(6)  VALUE "  DAYS".
           05  FILLER                  PIC X(9)  VALUE "    QUOTE".
           05  FILLER                  PIC X(15) VALUE
               "      VARIANCE".
      *
       01  BID-LINE.
           05  BL-RANK                 PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BL-VENDOR-NO            PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BL-VENDOR-NAME          PIC X(24).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BL-BID-COST             PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BL-BID-FREIGHT          PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BL-LANDED-COST          PIC Z,ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BL-MIN-QTY              PIC ZZ,ZZ9.
           05  BL-MIN-QTY-FLAG         PIC X(1).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BL-LEAD-DAYS            PIC ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  BL-CATALOG-COST         PIC X(6).
           05  BL-CATALOG-EDITED       REDEFINES BL-CATALOG-COST
                                       PIC ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BL-LAST-VARIANCE        PIC X(13).
           05  BL-VARIANCE-EDITED      REDEFINES BL-LAST-VARIANCE
                                       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BL-STATUS               PIC X(11).
      *
       01  NO-BID-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  NBL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  NBL-VENDOR-NAME         PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  NBL-REPLY               PIC X(30).
      *
       01  MIN-QTY-NOTE-LINE.
           05  FILLER                  PIC X(60) VALUE
               "* MINIMUM ORDER IS MORE THAN THE QUANTITY REQUESTED".
      *
       PROCEDURE DIVISION.
      *
       000-COMPARE-QUOTES.
      *
           DISPLAY "RFQ3000 QUOTE COMPARISON".
           DISPLAY "ENTER REQUEST NUMBER, OR 0 FOR EVERY REQUEST NOT "
               "YET AWARDED.".
           ACCEPT ENTRY-RFQ-NO.
           OPEN INPUT RFQFILE.
           IF NOT RFQFILE-SUCCESSFUL
               DISPLAY "NO RFQ FILE ON FILE -- NOTHING TO COMPARE."
               STOP RUN.
           OPEN INPUT VENCAT
                      VENDMAST
                      INVMAST.
           OPEN OUTPUT RFQRPT.
           IF ENTRY-RFQ-NO = ZERO
               MOVE "EVERY OPEN REQUEST" TO HL1-SELECTION
           ELSE
               MOVE SPACE TO HL1-SELECTION
               STRING "REQUEST " ENTRY-RFQ-NO
                   DELIMITED BY SIZE INTO HL1-SELECTION.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           SORT SORTWORK
               ON ASCENDING KEY SW-RFQ-NO
                                SW-RANK-GROUP
                                SW-LANDED-COST
                                SW-LEAD-DAYS
                                SW-VENDOR-NO
               INPUT PROCEDURE IS 100-RELEASE-QUOTE-REQUESTS
               OUTPUT PROCEDURE IS 300-PRINT-COMPARISON.
           CLOSE RFQFILE
                 VENCAT
                 VENDMAST
                 INVMAST
                 RFQRPT.
           MOVE REQUESTS-LISTED TO DISPLAY-REQUEST-COUNT.
           MOVE BIDS-LISTED     TO DISPLAY-BID-COUNT.
           DISPLAY "RFQ3000 " DISPLAY-REQUEST-COUNT " REQUESTS, "
               DISPLAY-BID-COUNT " BIDS COMPARED.".
           STOP RUN.
      *
       100-RELEASE-QUOTE-REQUESTS.
      *
      *    ONE REQUEST STARTS AT ITS FIRST VENDOR AND STOPS WHEN
      *    THE REQUEST NUMBER CHANGES; THE OPEN-REQUEST RUN READS
      *    THE WHOLE FILE AND PASSES ONLY REQUESTS NOT AWARDED.
      *
           MOVE ENTRY-RFQ-NO TO RF-RFQ-NO.
           MOVE LOW-VALUE    TO RF-VENDOR-NO.
           START RFQFILE KEY NOT < RF-RFQ-KEY
               INVALID KEY
                   MOVE "Y" TO RFQFILE-EOF-SWITCH.
           PERFORM 110-RELEASE-NEXT-REQUEST
               UNTIL RFQFILE-EOF.
      *
       110-RELEASE-NEXT-REQUEST.
      *
           READ RFQFILE NEXT RECORD
               AT END
                   MOVE "Y" TO RFQFILE-EOF-SWITCH
               NOT AT END
                   IF ENTRY-RFQ-NO = ZERO
                       IF RFQ-OPEN
                           PERFORM 120-RELEASE-ONE-VENDOR
                       END-IF
                   ELSE
                       IF RF-RFQ-NO = ENTRY-RFQ-NO
                           PERFORM 120-RELEASE-ONE-VENDOR
                       ELSE
                           MOVE "Y" TO RFQFILE-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.
      *
       120-RELEASE-ONE-VENDOR.
      *
      *    A BID IS ANY REPLY WITH A COST, EVEN AFTER THE AWARD HAS
      *    MARKED THE LOSING VENDORS; A REPLY DATE WITHOUT A COST IS
      *    A DECLINE.
      *
           MOVE RF-RFQ-NO          TO SW-RFQ-NO.
           MOVE RF-VENDOR-NO       TO SW-VENDOR-NO.
           MOVE RF-ITEM-NO         TO SW-ITEM-NO.
           MOVE RF-REQUEST-QTY     TO SW-REQUEST-QTY.
           MOVE RF-REPLY-BY-DATE   TO SW-REPLY-BY-DATE.
           MOVE RF-BID-COST        TO SW-BID-COST.
           MOVE RF-BID-FREIGHT     TO SW-BID-FREIGHT.
           MOVE RF-BID-MIN-QTY     TO SW-BID-MIN-QTY.
           MOVE RF-STATUS          TO SW-STATUS.
           IF RF-BID-COST > ZERO
               SET SW-BID TO TRUE
               COMPUTE SW-LANDED-COST = RF-BID-COST + RF-BID-FREIGHT
               MOVE RF-BID-LEAD-DAYS TO SW-LEAD-DAYS
               PERFORM 130-ADD-VOUCHER-PAIR
           ELSE
               MOVE ZERO TO SW-LANDED-COST
               MOVE ZERO TO SW-LEAD-DAYS
               IF RF-REPLY-DATE > ZERO
                   SET SW-DECLINED TO TRUE
               ELSE
                   SET SW-NO-REPLY TO TRUE
               END-IF
           END-IF.
           RELEASE SORT-WORK-AREA.
      *
       130-ADD-VOUCHER-PAIR.
      *
           SET LV-INDEX TO 1.
           SEARCH LAST-VOUCHER-ENTRY
               AT END
                   PERFORM 140-NEW-VOUCHER-PAIR
               WHEN LV-INDEX > LAST-VOUCHER-COUNT
                   PERFORM 140-NEW-VOUCHER-PAIR
               WHEN LV-VENDOR-NO (LV-INDEX) = RF-VENDOR-NO
                AND LV-ITEM-NO (LV-INDEX) = RF-ITEM-NO
                   CONTINUE
           END-SEARCH.
      *
       140-NEW-VOUCHER-PAIR.
      *
           IF LAST-VOUCHER-COUNT < 500
               ADD 1 TO LAST-VOUCHER-COUNT
               SET LV-INDEX TO LAST-VOUCHER-COUNT
               MOVE RF-VENDOR-NO TO LV-VENDOR-NO (LV-INDEX)
               MOVE RF-ITEM-NO   TO LV-ITEM-NO (LV-INDEX)
               MOVE ZERO         TO LV-INVOICE-DATE (LV-INDEX)
               MOVE ZERO         TO LV-UNIT-COST (LV-INDEX)
               MOVE ZERO         TO LV-QUANTITY (LV-INDEX)
           ELSE
               IF NOT TABLE-FULL
                   MOVE "Y" TO TABLE-FULL-SWITCH
                   DISPLAY "MORE THAN 500 VENDOR/ITEM BIDS -- LAST "
                       "VOUCHER NOT SHOWN FOR THE REST."
               END-IF
           END-IF.
      *
       200-LOAD-LAST-VOUCHERS.
      *
      *    EXPENSE VOUCHERS CARRY NO ITEM AND ARE PASSED OVER, AS
      *    THEY ARE IN PPV1000.
      *
           OPEN INPUT APVCHR.
           IF APVCHR-SUCCESSFUL
               PERFORM 210-CHECK-NEXT-VOUCHER
                   UNTIL APVCHR-EOF
               CLOSE APVCHR.
      *
       210-CHECK-NEXT-VOUCHER.
      *
           READ APVCHR
               AT END
                   MOVE "Y" TO APVCHR-EOF-SWITCH
               NOT AT END
                   IF VO-ITEM-NO NOT = SPACE
                       PERFORM 220-KEEP-IF-LATEST
                   END-IF
           END-READ.
      *
       220-KEEP-IF-LATEST.
      *
           SET LV-INDEX TO 1.
           SEARCH LAST-VOUCHER-ENTRY
               WHEN LV-INDEX > LAST-VOUCHER-COUNT
                   CONTINUE
               WHEN LV-VENDOR-NO (LV-INDEX) = VO-VENDOR-NO
                AND LV-ITEM-NO (LV-INDEX) = VO-ITEM-NO
                   IF VO-INVOICE-DATE NOT < LV-INVOICE-DATE (LV-INDEX)
                       MOVE VO-INVOICE-DATE
                           TO LV-INVOICE-DATE (LV-INDEX)
                       MOVE VO-UNIT-COST
                           TO LV-UNIT-COST (LV-INDEX)
                       MOVE VO-INVOICE-QUANTITY
                           TO LV-QUANTITY (LV-INDEX)
                   END-IF
           END-SEARCH.
      *
       300-PRINT-COMPARISON.
      *
           PERFORM 200-LOAD-LAST-VOUCHERS.
           PERFORM 310-RETURN-NEXT-SORT-RECORD.
           IF SORT-EOF
               MOVE "NO REQUESTS FOUND." TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 320-PRINT-ONE-VENDOR
               UNTIL SORT-EOF.
           IF NOT FIRST-REQUEST
               MOVE MIN-QTY-NOTE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
      *
       310-RETURN-NEXT-SORT-RECORD.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       320-PRINT-ONE-VENDOR.
      *
           IF FIRST-REQUEST
               MOVE "N" TO FIRST-REQUEST-SWITCH
               PERFORM 330-PRINT-REQUEST-HEADING
           ELSE
               IF SW-RFQ-NO NOT = OLD-RFQ-NO
                   PERFORM 330-PRINT-REQUEST-HEADING.
           MOVE SW-VENDOR-NO TO VM-VENDOR-NO.
           READ VENDMAST
               INVALID KEY
                   MOVE "** NOT ON VENDOR MASTER **" TO VM-VENDOR-NAME.
           IF SW-BID
               PERFORM 340-PRINT-BID-LINE
           ELSE
               PERFORM 350-PRINT-NO-BID-LINE.
           PERFORM 310-RETURN-NEXT-SORT-RECORD.
      *
       330-PRINT-REQUEST-HEADING.
      *
           MOVE SW-RFQ-NO TO OLD-RFQ-NO.
           MOVE ZERO TO BID-RANK.
           ADD 1 TO REQUESTS-LISTED.
           MOVE SW-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   MOVE "** NOT ON INVENTORY MASTER **"
                       TO IM-ITEM-DESC.
           MOVE SW-RFQ-NO        TO RL-RFQ-NO.
           MOVE SW-ITEM-NO       TO RL-ITEM-NO.
           MOVE IM-ITEM-DESC     TO RL-ITEM-DESC.
           MOVE SW-REQUEST-QTY   TO RL-REQUEST-QTY.
           MOVE SW-REPLY-BY-DATE TO RL-REPLY-BY-DATE.
           MOVE REQUEST-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE COLUMN-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE COLUMN-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       340-PRINT-BID-LINE.
      *
           ADD 1 TO BID-RANK.
           ADD 1 TO BIDS-LISTED.
           MOVE BID-RANK         TO BL-RANK.
           MOVE SW-VENDOR-NO     TO BL-VENDOR-NO.
           MOVE VM-VENDOR-NAME   TO BL-VENDOR-NAME.
           MOVE SW-BID-COST      TO BL-BID-COST.
           MOVE SW-BID-FREIGHT   TO BL-BID-FREIGHT.
           MOVE SW-LANDED-COST   TO BL-LANDED-COST.
           MOVE SW-BID-MIN-QTY   TO BL-MIN-QTY.
           IF SW-BID-MIN-QTY > SW-REQUEST-QTY
               MOVE "*" TO BL-MIN-QTY-FLAG
           ELSE
               MOVE SPACE TO BL-MIN-QTY-FLAG.
           MOVE SW-LEAD-DAYS     TO BL-LEAD-DAYS.
           MOVE SW-VENDOR-NO     TO VC-VENDOR-NO.
           MOVE SW-ITEM-NO       TO VC-ITEM-NO.
           READ VENCAT
               INVALID KEY
                   MOVE "  NONE" TO BL-CATALOG-COST
                   MOVE "NO QUOTE" TO BL-LAST-VARIANCE
               NOT INVALID KEY
                   MOVE VC-QUOTED-COST TO BL-CATALOG-EDITED
                   PERFORM 345-FORMAT-LAST-VARIANCE
           END-READ.
           EVALUATE TRUE
               WHEN SW-STATUS = "A"
                   MOVE "AWARDED"  TO BL-STATUS
               WHEN SW-STATUS = "L"
                   MOVE "NOT AWARDED" TO BL-STATUS
               WHEN OTHER
                   MOVE SPACE      TO BL-STATUS
           END-EVALUATE.
           MOVE BID-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       345-FORMAT-LAST-VARIANCE.
      *
           SET LV-INDEX TO 1.
           SEARCH LAST-VOUCHER-ENTRY
               AT END
                   MOVE "NOT LOADED" TO BL-LAST-VARIANCE
               WHEN LV-INDEX > LAST-VOUCHER-COUNT
                   MOVE "NOT LOADED" TO BL-LAST-VARIANCE
               WHEN LV-VENDOR-NO (LV-INDEX) = SW-VENDOR-NO
                AND LV-ITEM-NO (LV-INDEX) = SW-ITEM-NO
                   IF LV-INVOICE-DATE (LV-INDEX) = ZERO
                       MOVE "NO VOUCHERS" TO BL-LAST-VARIANCE
                   ELSE
                       COMPUTE LAST-VARIANCE-AMOUNT ROUNDED =
                           (LV-UNIT-COST (LV-INDEX) - VC-QUOTED-COST)
                           * LV-QUANTITY (LV-INDEX)
                       MOVE LAST-VARIANCE-AMOUNT
                           TO BL-VARIANCE-EDITED
                   END-IF
           END-SEARCH.
      *
       350-PRINT-NO-BID-LINE.
      *
           MOVE SW-VENDOR-NO   TO NBL-VENDOR-NO.
           MOVE VM-VENDOR-NAME TO NBL-VENDOR-NAME.
           IF SW-DECLINED
               MOVE "DECLINED TO BID" TO NBL-REPLY
           ELSE
               MOVE "NO REPLY" TO NBL-REPLY.
           MOVE NO-BID-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
