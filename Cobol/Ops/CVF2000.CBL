       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CVF2000.
      *
      *    ONE-TIME FILE CONVERSION FOR THE RECORDS WIDENED SINCE
      *    CVF1000 -- THE SAME PATTERN. EACH STORE IS READ UNDER
      *    ITS OLD LAYOUT AND WRITTEN TO A .NEW FILE UNDER THE
      *    CURRENT ONE, WITH THE NEW FIELDS DEFAULTED. THE ORDER
      *    FILE AND THE ORDER HISTORY FILE SHARE ONE LAYOUT: THE
      *    CUSTOMER PO NUMBER DEFAULTS TO SPACES, THE REQUESTED
      *    DATE TO ZERO (NONE GIVEN), AND THE LINE TO A STOCKED
      *    LINE -- NOT DROP-SHIP, NO VENDOR, NO PO COST -- WITH NO
      *    WAREHOUSE ASSIGNED, SO IT STAYS ON COMPANY-WIDE
      *    ALLOCATION, AND IN NO PICKING WAVE. THE ITEM SIDE FILE'S
      *    SHIPPING WEIGHT DEFAULTS TO ZERO (NOT RECORDED) AND ITS
      *    SERIAL CONTROL FLAG TO N. A SIDE FILE ALREADY CARRYING
      *    SHIPPING WEIGHTS IS CONVERTED AS IXSERIAL, WHICH ONLY
      *    ADDS THE SERIAL FLAG. THE COURSE CATALOG'S ROOM
      *    ASSIGNMENT DEFAULTS TO SPACES (NO ROOM YET); A CATALOG
      *    STILL WITHOUT TEACHER NUMBERS GOES THROUGH CVF1000
      *    INSTEAD, WHICH WRITES THE CURRENT LAYOUT. THE STUDENT
      *    MASTER'S DEGREE TERM DEFAULTS TO ZERO AND ITS HONORS TO
      *    SPACE -- NOT GRADUATED. THE OPERATOR SWAPS EACH .NEW
      *    FILE OVER ITS LIVE STORE AFTERWARD. RUN ONCE PER STORE
      *    AND RETIRE THE LISTING TO THE RUN BOOK; A STORE ALREADY
      *    CONVERTED MUST NOT BE RUN AGAIN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT OORDFILE ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NORDFILE ASSIGN TO "c:\cobol\data\ordfile.new"
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OORDHIST ASSIGN TO "c:\cobol\data\ordhist.dat"
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NORDHIST ASSIGN TO "c:\cobol\data\ordhist.new"
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OINVX    ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS OIX-ITEM-NO
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NINVX    ASSIGN TO "c:\cobol\data\invxtra.new"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OINVXW   ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS OIXW-ITEM-NO
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT OCRSE    ASSIGN TO "c:\cobol\data\crsemast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS OCC-COURSE-KEY
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NCRSE    ASSIGN TO "c:\cobol\data\crsemast.new"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CC-COURSE-KEY
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OSTU     ASSIGN TO "c:\cobol\data\stumast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS OSM-STUDENT-ID
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NSTU     ASSIGN TO "c:\cobol\data\stumast.new"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS SM-STUDENT-ID
                           FILE STATUS IS NEW-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  OORDFILE.
      *
       01  OLD-ORDER-RECORD            PIC X(65).
      *
       FD  NORDFILE.
      *
       01  NEW-ORDER-RECORD            PIC X(102).
      *
       FD  OORDHIST.
      *
       01  OLD-HISTORY-RECORD          PIC X(65).
      *
       FD  NORDHIST.
      *
       01  NEW-HISTORY-RECORD          PIC X(102).
      *
       FD  OINVX.
      *
       01  OLD-ITEM-EXTRA-RECORD.
           05  OIX-ITEM-NO             PIC X(5).
           05  OIX-LAST-RECEIPT-DATE   PIC 9(8).
           05  OIX-LAST-MAINT-DATE     PIC 9(8).
           05  OIX-ABC-CLASS           PIC X.
           05  OIX-LOT-CONTROL-SWITCH  PIC X.
           05  OIX-SUPERSEDED-BY       PIC X(5).
           05  OIX-DISCONTINUED-SWITCH PIC X.
           05  OIX-STOCKING-UOM        PIC X(4).
           05  OIX-BUYING-UOM          PIC X(4).
           05  OIX-BUY-CONVERSION      PIC 9(5).
      *
       FD  OINVXW.
      *
       01  OLD-WEIGHTED-EXTRA-RECORD.
           05  OIXW-ITEM-NO            PIC X(5).
           05  FILLER                  PIC X(44).
      *
       FD  NINVX.
      *
       COPY "Invxtra.cpy".
      *
       FD  OCRSE.
      *
       01  OLD-COURSE-CATALOG-RECORD.
           05  OCC-COURSE-KEY          PIC X(9).
           05  FILLER                  PIC X(37).
      *
       FD  NCRSE.
      *
       COPY "Crsemast.cpy".
      *
       FD  OSTU.
      *
       01  OLD-STUDENT-MASTER-RECORD.
           05  OSM-STUDENT-ID          PIC 9(9).
           05  FILLER                  PIC X(102).
      *
       FD  NSTU.
      *
       COPY "Stumast.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  OLD-EOF-SWITCH              PIC X.
               88  OLD-EOF                         VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  OLD-FILE-STATUS         PIC XX.
               88  OLD-SUCCESSFUL              VALUE "00".
           05  NEW-FILE-STATUS         PIC XX.
               88  NEW-SUCCESSFUL              VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-STORE-NAME        PIC X(8).
      *
       01  CONVERSION-COUNT-FIELDS.
           05  RECORDS-READ-COUNT      PIC 9(7).
           05  RECORDS-WRITTEN-COUNT   PIC 9(7).
      *
      *    THE CURRENT ORDER LINE LAYOUT, BUILT HERE AND WRITTEN
      *    TO WHICHEVER ORDER .NEW FILE IS BEING CONVERTED.
      *
       COPY "Ordfile.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-CONVERT-WIDENED-FILES.
      *
           DISPLAY "CVF2000 FILE CONVERSION FOR WIDENED RECORDS".
           PERFORM 100-CONVERT-ONE-STORE
               UNTIL END-OF-SESSION.
           DISPLAY "CVF2000 SESSION ENDED.".
           DISPLAY "SWAP EACH .NEW FILE OVER ITS LIVE STORE TO "
               "COMPLETE THE CONVERSION.".
           STOP RUN.
      *
       100-CONVERT-ONE-STORE.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER THE STORE TO CONVERT (ORDFILE, ORDHIST, "
               "INVXTRA, IXSERIAL,".
           DISPLAY "CRSEMAST, STUMAST), OR X TO END.".
           ACCEPT ENTRY-STORE-NAME.
           MOVE ZERO TO RECORDS-READ-COUNT.
           MOVE ZERO TO RECORDS-WRITTEN-COUNT.
           MOVE "N"  TO OLD-EOF-SWITCH.
           EVALUATE ENTRY-STORE-NAME
               WHEN "X"
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               WHEN "ORDFILE"
                   PERFORM 200-CONVERT-ORDFILE
               WHEN "ORDHIST"
                   PERFORM 300-CONVERT-ORDHIST
               WHEN "INVXTRA"
                   PERFORM 400-CONVERT-INVXTRA
               WHEN "IXSERIAL"
                   PERFORM 500-CONVERT-IXSERIAL
               WHEN "CRSEMAST"
                   PERFORM 600-CONVERT-CRSEMAST
               WHEN "STUMAST"
                   PERFORM 700-CONVERT-STUMAST
               WHEN OTHER
                   DISPLAY "UNKNOWN STORE -- NOTHING CONVERTED."
           END-EVALUATE.
           IF NOT END-OF-SESSION
               DISPLAY ENTRY-STORE-NAME " READ "
                   RECORDS-READ-COUNT " WRITTEN "
                   RECORDS-WRITTEN-COUNT ".".
      *
       200-CONVERT-ORDFILE.
      *
           OPEN INPUT OORDFILE.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "ORDFILE COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NORDFILE
               PERFORM 210-CONVERT-NEXT-ORDER-LINE
                   UNTIL OLD-EOF
               CLOSE OORDFILE
                     NORDFILE.
      *
       210-CONVERT-NEXT-ORDER-LINE.
      *
           READ OORDFILE
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-ORDER-RECORD TO OPEN-ORDER-RECORD
                   PERFORM 900-DEFAULT-NEW-ORDER-FIELDS
                   WRITE NEW-ORDER-RECORD FROM OPEN-ORDER-RECORD
                   ADD 1 TO RECORDS-WRITTEN-COUNT
           END-READ.
      *
       300-CONVERT-ORDHIST.
      *
           OPEN INPUT OORDHIST.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "ORDHIST COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NORDHIST
               PERFORM 310-CONVERT-NEXT-HISTORY-LINE
                   UNTIL OLD-EOF
               CLOSE OORDHIST
                     NORDHIST.
      *
       310-CONVERT-NEXT-HISTORY-LINE.
      *
           READ OORDHIST
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-HISTORY-RECORD TO OPEN-ORDER-RECORD
                   PERFORM 900-DEFAULT-NEW-ORDER-FIELDS
                   WRITE NEW-HISTORY-RECORD FROM OPEN-ORDER-RECORD
                   ADD 1 TO RECORDS-WRITTEN-COUNT
           END-READ.
      *
       400-CONVERT-INVXTRA.
      *
           OPEN INPUT OINVX.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "INVXTRA COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NINVX
               PERFORM 410-CONVERT-NEXT-INVXTRA
                   UNTIL OLD-EOF
               CLOSE OINVX
                     NINVX.
      *
       410-CONVERT-NEXT-INVXTRA.
      *
           READ OINVX NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-ITEM-EXTRA-RECORD TO ITEM-EXTRA-RECORD
                   MOVE ZERO TO IX-SHIP-WEIGHT
                   MOVE "N"  TO IX-SERIAL-CONTROL-SWITCH
                   WRITE ITEM-EXTRA-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON INVXTRA.NEW"
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.
      *
       500-CONVERT-IXSERIAL.
      *
           OPEN INPUT OINVXW.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "INVXTRA COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NINVX
               PERFORM 510-CONVERT-NEXT-IXSERIAL
                   UNTIL OLD-EOF
               CLOSE OINVXW
                     NINVX.
      *
       510-CONVERT-NEXT-IXSERIAL.
      *
           READ OINVXW NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-WEIGHTED-EXTRA-RECORD TO ITEM-EXTRA-RECORD
                   MOVE "N" TO IX-SERIAL-CONTROL-SWITCH
                   WRITE ITEM-EXTRA-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON INVXTRA.NEW"
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.
      *
       600-CONVERT-CRSEMAST.
      *
           OPEN INPUT OCRSE.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "CRSEMAST COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NCRSE
               PERFORM 610-CONVERT-NEXT-SECTION
                   UNTIL OLD-EOF
               CLOSE OCRSE
                     NCRSE.
      *
       610-CONVERT-NEXT-SECTION.
      *
           READ OCRSE NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-COURSE-CATALOG-RECORD
                       TO COURSE-CATALOG-RECORD
                   MOVE SPACE TO CC-ROOM-KEY
                   WRITE COURSE-CATALOG-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON CRSEMAST.NEW"
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.
      *
       700-CONVERT-STUMAST.
      *
           OPEN INPUT OSTU.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "STUMAST COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NSTU
               PERFORM 710-CONVERT-NEXT-STUDENT
                   UNTIL OLD-EOF
               CLOSE OSTU
                     NSTU.
      *
       710-CONVERT-NEXT-STUDENT.
      *
           READ OSTU NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-STUDENT-MASTER-RECORD
                       TO STUDENT-MASTER-RECORD
                   MOVE ZERO  TO SM-DEGREE-TERM
                   MOVE SPACE TO SM-GRADUATION-HONORS
                   WRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON STUMAST.NEW"
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.
      *
       900-DEFAULT-NEW-ORDER-FIELDS.
      *
           MOVE SPACE TO OR-CUSTOMER-PO-NO.
           MOVE ZERO  TO OR-REQUESTED-DATE.
           MOVE "N"   TO OR-DROP-SHIP-SWITCH.
           MOVE SPACE TO OR-DROP-SHIP-VENDOR-NO.
           MOVE ZERO  TO OR-DROP-SHIP-COST.
           MOVE SPACE TO OR-WAREHOUSE-CODE.
           MOVE ZERO  TO OR-WAVE-NO.
