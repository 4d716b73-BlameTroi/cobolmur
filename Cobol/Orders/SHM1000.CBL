       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. SHM1000.
      *
      *    END-OF-DAY CARRIER MANIFEST. LISTS EVERY SHIPMENT LOGGED
      *    BY SHIPPING CONFIRMATION FOR THE KEYED SHIP DATE, ONE
      *    PAGE PER CARRIER PICKUP AT EACH WAREHOUSE, WITH THE
      *    BILL OF LADING NUMBERS, CARTONS, AND WEIGHT, THE PICKUP
      *    TOTALS, AND A LINE FOR THE DRIVER TO SIGN. THE SIGNED
      *    MANIFEST IS FILED WITH THE BILLS OF LADING; BECAUSE THE
      *    SHIPMENT LOG IS KEPT, ANY DAY CAN BE REPRINTED WHEN A
      *    CARRIER DISPUTES A PICKUP.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT SHIPMT   ASSIGN TO "c:\cobol\data\shipmt.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SHIPMT-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk09.dat".
           SELECT MANRPT   ASSIGN TO "c:\cobol\data\shm1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  SHIPMT.
      *
       COPY "Shipmt.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-CARRIER-CODE         PIC X(4).
           05  SW-WAREHOUSE-CODE       PIC X(2).
           05  SW-BOL-NO               PIC 9(6).
           05  SW-ORDER-NO             PIC 9(6).
           05  SW-CUSTOMER-NO          PIC 9(5).
           05  SW-SHIP-TO-CODE         PIC X(3).
           05  SW-CARTON-COUNT         PIC 9(4).
           05  SW-TOTAL-WEIGHT         PIC 9(7).
      *
       FD  MANRPT.
       01  MAN-PRINT-AREA          PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  SHIPMT-EOF-SWITCH           PIC X   VALUE "N".
               88  SHIPMT-EOF                      VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  SHIPMT-FILE-STATUS      PIC XX.
               88  SHIPMT-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  MANIFEST-DATE           PIC 9(8).
           05  MANIFEST-CARRIER-CODE   PIC X(4).
      *
       01  CONTROL-FIELDS.
           05  OLD-CARRIER-CODE        PIC X(4).
           05  OLD-WAREHOUSE-CODE      PIC X(2).
      *
       01  COUNT-FIELDS.
           05  SHIPMENTS-READ          PIC 9(7)    VALUE ZERO.
           05  SHIPMENTS-LISTED        PIC 9(7)    VALUE ZERO.
           05  PICKUPS-LISTED          PIC 9(5)    VALUE ZERO.
      *
       01  PICKUP-TOTAL-FIELDS.
           05  PT-SHIPMENT-COUNT       PIC 9(5).
           05  PT-CARTON-COUNT         PIC 9(7).
           05  PT-TOTAL-WEIGHT         PIC 9(9).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  MAN-HEADING-LINE-1.
           05  FILLER                  PIC X(32) VALUE
               "SHM1000  CARRIER PICKUP MANIFEST".
           05  FILLER                  PIC X(11) VALUE "  SHIPPED ".
           05  MHL-SHIP-DATE           PIC 9(8).
      *
       01  MAN-HEADING-LINE-2.
           05  FILLER                  PIC X(9)  VALUE "CARRIER".
           05  MHL-CARRIER-CODE        PIC X(4).
           05  FILLER                  PIC X(16) VALUE
               "    FROM WHSE ".
           05  MHL-WAREHOUSE-CODE      PIC X(2).
      *
       01  MAN-HEADING-LINE-3.
           05  FILLER                  PIC X(10) VALUE "BOL NO.".
           05  FILLER                  PIC X(10) VALUE "ORDER".
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(9)  VALUE "SHIP-TO".
           05  FILLER                  PIC X(10) VALUE "   CARTONS".
           05  FILLER                  PIC X(12) VALUE
               "  WEIGHT LBS".
      *
       01  MAN-DETAIL-LINE.
           05  MDL-BOL-NO              PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  MDL-ORDER-NO            PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  MDL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  MDL-SHIP-TO-CODE        PIC X(3).
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05  MDL-CARTON-COUNT        PIC Z,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  MDL-TOTAL-WEIGHT        PIC Z,ZZZ,ZZ9.
      *
       01  MAN-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "PICKUP".
           05  MTL-SHIPMENT-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               " SHIPMENTS".
           05  MTL-CARTON-COUNT        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  MTL-TOTAL-WEIGHT        PIC ZZZ,ZZZ,ZZ9.
      *
       01  MAN-SIGNATURE-LINE.
           05  MSL-CAPTION             PIC X(24).
           05  FILLER                  PIC X(30) VALUE ALL "_".
           05  FILLER                  PIC X(8)  VALUE "  DATE ".
           05  FILLER                  PIC X(10) VALUE ALL "_".
      *
       PROCEDURE DIVISION.
      *
       000-PRINT-CARRIER-MANIFEST.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "SHM1000 CARRIER PICKUP MANIFEST".
           DISPLAY "ENTER SHIP DATE (YYYYMMDD, 0 = TODAY).".
           ACCEPT MANIFEST-DATE.
           IF MANIFEST-DATE = ZERO
               MOVE RUN-DATE TO MANIFEST-DATE.
           DISPLAY "ENTER CARRIER CODE (SPACES = ALL CARRIERS).".
           ACCEPT MANIFEST-CARRIER-CODE.
           OPEN OUTPUT MANRPT.
           SORT SORTWORK
               ON ASCENDING KEY SW-CARRIER-CODE
                                SW-WAREHOUSE-CODE
                                SW-BOL-NO
               INPUT PROCEDURE IS 100-RELEASE-DAY-SHIPMENTS
               OUTPUT PROCEDURE IS 200-PRINT-MANIFEST-PAGES.
           IF SHIPMENTS-LISTED = ZERO
               MOVE MANIFEST-DATE TO MHL-SHIP-DATE
               MOVE MAN-HEADING-LINE-1 TO MAN-PRINT-AREA
               WRITE MAN-PRINT-AREA AFTER ADVANCING PAGE
               MOVE "NO SHIPMENTS LOGGED FOR THE DATE."
                   TO MAN-PRINT-AREA
               WRITE MAN-PRINT-AREA AFTER ADVANCING 2 LINES.
           CLOSE MANRPT.
           DISPLAY "SHM1000 SHIPMENTS READ " SHIPMENTS-READ
               "  LISTED " SHIPMENTS-LISTED
               "  PICKUPS " PICKUPS-LISTED.
           STOP RUN.
      *
       100-RELEASE-DAY-SHIPMENTS.
      *
           OPEN INPUT SHIPMT.
           IF NOT SHIPMT-SUCCESSFUL
               DISPLAY "NO SHIPMENT LOG ON FILE."
               MOVE "Y" TO SHIPMT-EOF-SWITCH
           ELSE
               PERFORM 110-RELEASE-NEXT-SHIPMENT
                   UNTIL SHIPMT-EOF
               CLOSE SHIPMT.
      *
       110-RELEASE-NEXT-SHIPMENT.
      *
           READ SHIPMT
               AT END
                   MOVE "Y" TO SHIPMT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SHIPMENTS-READ
                   IF SM-SHIP-DATE = MANIFEST-DATE
                     AND (MANIFEST-CARRIER-CODE = SPACE
                       OR SM-CARRIER-CODE = MANIFEST-CARRIER-CODE)
                       PERFORM 120-RELEASE-SORT-RECORD
                   END-IF
           END-READ.
      *
       120-RELEASE-SORT-RECORD.
      *
           MOVE SM-CARRIER-CODE   TO SW-CARRIER-CODE.
           MOVE SM-WAREHOUSE-CODE TO SW-WAREHOUSE-CODE.
           MOVE SM-BOL-NO         TO SW-BOL-NO.
           MOVE SM-ORDER-NO       TO SW-ORDER-NO.
           MOVE SM-CUSTOMER-NO    TO SW-CUSTOMER-NO.
           MOVE SM-SHIP-TO-CODE   TO SW-SHIP-TO-CODE.
           MOVE SM-CARTON-COUNT   TO SW-CARTON-COUNT.
           MOVE SM-TOTAL-WEIGHT   TO SW-TOTAL-WEIGHT.
           RELEASE SORT-WORK-AREA.
      *
       200-PRINT-MANIFEST-PAGES.
      *
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
           PERFORM 220-PRINT-ONE-PICKUP
               UNTIL SORT-EOF.
      *
       210-RETURN-NEXT-SORT-RECORD.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       220-PRINT-ONE-PICKUP.
      *
      *    ONE PICKUP IS ONE CARRIER AT ONE WAREHOUSE'S DOCK -- THE
      *    PAGE ONE DRIVER SIGNS.
      *
           MOVE SW-CARRIER-CODE   TO OLD-CARRIER-CODE.
           MOVE SW-WAREHOUSE-CODE TO OLD-WAREHOUSE-CODE.
           MOVE ZERO TO PT-SHIPMENT-COUNT
                        PT-CARTON-COUNT
                        PT-TOTAL-WEIGHT.
           PERFORM 230-PRINT-PICKUP-HEADING.
           PERFORM 240-PRINT-SHIPMENT-LINE
               UNTIL SORT-EOF
                  OR SW-CARRIER-CODE NOT = OLD-CARRIER-CODE
                  OR SW-WAREHOUSE-CODE NOT = OLD-WAREHOUSE-CODE.
           PERFORM 250-PRINT-PICKUP-TOTALS.
           ADD 1 TO PICKUPS-LISTED.
      *
       230-PRINT-PICKUP-HEADING.
      *
           MOVE MANIFEST-DATE TO MHL-SHIP-DATE.
           MOVE MAN-HEADING-LINE-1 TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE OLD-CARRIER-CODE   TO MHL-CARRIER-CODE.
           MOVE OLD-WAREHOUSE-CODE TO MHL-WAREHOUSE-CODE.
           MOVE MAN-HEADING-LINE-2 TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE MAN-HEADING-LINE-3 TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       240-PRINT-SHIPMENT-LINE.
      *
           MOVE SW-BOL-NO       TO MDL-BOL-NO.
           MOVE SW-ORDER-NO     TO MDL-ORDER-NO.
           MOVE SW-CUSTOMER-NO  TO MDL-CUSTOMER-NO.
           MOVE SW-SHIP-TO-CODE TO MDL-SHIP-TO-CODE.
           MOVE SW-CARTON-COUNT TO MDL-CARTON-COUNT.
           MOVE SW-TOTAL-WEIGHT TO MDL-TOTAL-WEIGHT.
           MOVE MAN-DETAIL-LINE TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1               TO PT-SHIPMENT-COUNT.
           ADD SW-CARTON-COUNT TO PT-CARTON-COUNT.
           ADD SW-TOTAL-WEIGHT TO PT-TOTAL-WEIGHT.
           ADD 1               TO SHIPMENTS-LISTED.
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
      *
       250-PRINT-PICKUP-TOTALS.
      *
           MOVE PT-SHIPMENT-COUNT TO MTL-SHIPMENT-COUNT.
           MOVE PT-CARTON-COUNT   TO MTL-CARTON-COUNT.
           MOVE PT-TOTAL-WEIGHT   TO MTL-TOTAL-WEIGHT.
           MOVE MAN-TOTAL-LINE TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "RECEIVED BY THE CARRIER THE SHIPMENTS AND CARTONS"
               TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "LISTED ABOVE, IN APPARENT GOOD ORDER."
               TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "DRIVER'S SIGNATURE" TO MSL-CAPTION.
           MOVE MAN-SIGNATURE-LINE TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "DRIVER'S NAME (PRINT)" TO MSL-CAPTION.
           MOVE MAN-SIGNATURE-LINE TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "TRAILER / PRO NO." TO MSL-CAPTION.
           MOVE MAN-SIGNATURE-LINE TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "SHIPPING CLERK" TO MSL-CAPTION.
           MOVE MAN-SIGNATURE-LINE TO MAN-PRINT-AREA.
           WRITE MAN-PRINT-AREA AFTER ADVANCING 2 LINES.
