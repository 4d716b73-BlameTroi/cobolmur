       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CNT1000.
      *
      *    PHYSICAL INVENTORY COUNT SHEETS IN BIN SEQUENCE. UNDER
      *    EACH SERIAL-CONTROLLED ITEM THE SHEET LISTS THE SERIALS
      *    THE REGISTER SAYS ARE IN STOCK, SO THE COUNTER TICKS OFF
      *    EACH UNIT FOUND IN THE BIN AND A MISSING UNIT IS NAMED,
      *    NOT JUST COUNTED SHORT.
      *
       ENVIRONMENT DIVISION.
      *
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT INVXTRA  ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IX-ITEM-NO
                           FILE STATUS IS INVXTRA-FILE-STATUS.
           SELECT SERMAST  ASSIGN TO "c:\cobol\data\sermast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS SN-SERIAL-KEY
                           ALTERNATE RECORD KEY IS SN-SERIAL-NO
                               WITH DUPLICATES
                           FILE STATUS IS SERMAST-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk05.dat".
           SELECT CNTRPT   ASSIGN TO "c:\cobol\data\cnt1sht.prn".
      *
            05  IM-LOCATION-DATA.
                10  IM-VENDOR-NO        PIC X(5).
                10  IM-BIN-LOCATION     PIC X(10).
      *
       FD  INVXTRA.
      *
       COPY "Invxtra.cpy".
      *
       FD  SERMAST.
      *
       COPY "Sermast.cpy".
      *
       SD  SORTWORK.
      *
               88  INVMAST-EOF                     VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  INVXTRA-OPEN-SWITCH         PIC X   VALUE "N".
               88  INVXTRA-OPEN                    VALUE "Y".
           05  SERMAST-OPEN-SWITCH         PIC X   VALUE "N".
               88  SERMAST-OPEN                    VALUE "Y".
           05  SERMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  SERMAST-EOF                     VALUE "Y".
           05  SERIAL-ITEM-SWITCH          PIC X   VALUE "N".
               88  SERIAL-ITEM                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  SERMAST-FILE-STATUS     PIC XX.
               88  SERMAST-SUCCESSFUL          VALUE "00".
      *
       01  COUNT-SHEET-FIELDS.
           05  ITEMS-LISTED-COUNT      PIC 9(5)    VALUE ZERO.
           05  SHEET-LINE-COUNT        PIC S9(3)   VALUE +99.
           05  SHEET-LINES-ON-PAGE     PIC S9(3)   VALUE +50.
           05  SHEET-PAGE-COUNT        PIC S9(3)   VALUE ZERO.
           05  SERIALS-LISTED-COUNT    PIC 9(5)    VALUE ZERO.
      *
       01  CNT-HEADING-LINE-1.
           05  FILLER                  PIC X(15) VALUE SPACE.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  CDL-ITEM-DESC           PIC X(40).
           05  FILLER                  PIC X(13) VALUE "__________".
      *
       01  CNT-SERIAL-LINE.
           05  FILLER                  PIC X(27) VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "SERIAL".
           05  CSL-SERIAL-NO           PIC X(15).
           05  FILLER                  PIC X(17) VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "FOUND ___".
      *
       01  CNT-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(24)
               VALUE "ITEMS TO BE COUNTED:    ".
           05  CTL-ITEMS-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  FILLER                  PIC X(18)
               VALUE "SERIALS EXPECTED: ".
           05  CTL-SERIALS-COUNT       PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
      *
           OPEN INPUT  INVMAST.
           OPEN OUTPUT CNTRPT.
           OPEN INPUT INVXTRA.
           IF INVXTRA-SUCCESSFUL
               MOVE "Y" TO INVXTRA-OPEN-SWITCH.
           OPEN INPUT SERMAST.
           IF SERMAST-SUCCESSFUL
               MOVE "Y" TO SERMAST-OPEN-SWITCH.
           SORT SORTWORK
               ON ASCENDING KEY SW-BIN-LOCATION
                                SW-ITEM-NO
               INPUT PROCEDURE IS 100-RELEASE-INVENTORY-ITEMS
               OUTPUT PROCEDURE IS 300-PRINT-COUNT-SHEET-LINES.
           MOVE ITEMS-LISTED-COUNT TO CTL-ITEMS-COUNT.
           MOVE SERIALS-LISTED-COUNT TO CTL-SERIALS-COUNT.
           MOVE CNT-TOTAL-LINE TO CNT-PRINT-AREA.
           WRITE CNT-PRINT-AREA AFTER ADVANCING 2 LINES.
           CLOSE INVMAST
                 CNTRPT.
           IF INVXTRA-OPEN
               CLOSE INVXTRA.
           IF SERMAST-OPEN
               CLOSE SERMAST.
           STOP RUN.
      *
       100-RELEASE-INVENTORY-ITEMS.
           WRITE CNT-PRINT-AREA AFTER ADVANCING 2 LINES.
           ADD 2 TO SHEET-LINE-COUNT.
           ADD 1 TO ITEMS-LISTED-COUNT.
           PERFORM 340-LIST-EXPECTED-SERIALS.
           PERFORM 310-RETURN-NEXT-ITEM.
      *
       330-PRINT-SHEET-HEADING.
           MOVE CNT-HEADING-LINE-2 TO CNT-PRINT-AREA.
           WRITE CNT-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE 3 TO SHEET-LINE-COUNT.
      *
       340-LIST-EXPECTED-SERIALS.
      *
           MOVE "N" TO SERIAL-ITEM-SWITCH.
           IF INVXTRA-OPEN AND SERMAST-OPEN
               MOVE SW-ITEM-NO TO IX-ITEM-NO
               READ INVXTRA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SERIAL-CONTROLLED
                           MOVE "Y" TO SERIAL-ITEM-SWITCH
                       END-IF
               END-READ.
           IF SERIAL-ITEM
               MOVE "N"        TO SERMAST-EOF-SWITCH
               MOVE SW-ITEM-NO TO SN-ITEM-NO
               MOVE LOW-VALUE  TO SN-SERIAL-NO
               START SERMAST KEY IS NOT LESS THAN SN-SERIAL-KEY
                   INVALID KEY
                       MOVE "Y" TO SERMAST-EOF-SWITCH
               END-START
               PERFORM 350-LIST-NEXT-SERIAL
                   UNTIL SERMAST-EOF.
      *
       350-LIST-NEXT-SERIAL.
      *
           READ SERMAST NEXT RECORD
               AT END
                   MOVE "Y" TO SERMAST-EOF-SWITCH
               NOT AT END
                   IF SN-ITEM-NO NOT = SW-ITEM-NO
                       MOVE "Y" TO SERMAST-EOF-SWITCH
                   ELSE
                       IF SERIAL-IN-STOCK
                           PERFORM 360-PRINT-SERIAL-LINE
                       END-IF
                   END-IF
           END-READ.
      *
       360-PRINT-SERIAL-LINE.
      *
           IF SHEET-LINE-COUNT > SHEET-LINES-ON-PAGE
               PERFORM 330-PRINT-SHEET-HEADING.
           MOVE SN-SERIAL-NO TO CSL-SERIAL-NO.
           MOVE CNT-SERIAL-LINE TO CNT-PRINT-AREA.
           WRITE CNT-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO SHEET-LINE-COUNT.
           ADD 1 TO SERIALS-LISTED-COUNT.
