       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. CNT3000.
      *
      *    PHYSICAL COUNT VARIANCE REPORT AND COUNT-CORRECTION
      *    ADJUSTMENTS. A SERIAL-CONTROLLED ITEM THAT COUNTS OFF
      *    BOOK HAS THE SERIALS EXPECTED IN ITS BIN LISTED UNDER
      *    ITS VARIANCE LINE, FOR CHECKING AGAINST THE TICKED
      *    COUNT SHEET BEFORE THE ADJUSTMENT IS APPROVED.
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
           SELECT ADJTRAN  ASSIGN TO "c:\cobol\data\adjtran.dat"
                           FILE STATUS IS ADJTRAN-FILE-STATUS.
           SELECT VARRPT   ASSIGN TO "c:\cobol\data\cnt3var.prn".
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
       FD  ADJTRAN.
      *
               88  ITEM-FOUND                      VALUE "Y".
           05  APPROVE-ADJUSTMENTS-SWITCH  PIC X   VALUE "N".
               88  APPROVE-ADJUSTMENTS             VALUE "Y" "y".
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
           05  CNTFILE-FILE-STATUS     PIC XX.
               88  CNTFILE-SUCCESSFUL          VALUE "00".
           05  ADJTRAN-FILE-STATUS     PIC XX.
               88  ADJTRAN-SUCCESSFUL          VALUE "00".
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  SERMAST-FILE-STATUS     PIC XX.
               88  SERMAST-SUCCESSFUL          VALUE "00".
      *
       01  VARIANCE-WORK-FIELDS.
           05  VARIANCE-QUANTITY       PIC S9(5).
           05  VDL-VARIANCE            PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  VDL-VARIANCE-VALUE      PIC ZZZ,ZZ9.99-.
      *
       01  VAR-SERIAL-LINE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  FILLER                  PIC X(24)
               VALUE "EXPECTED SERIAL IN BIN ".
           05  VSL-BIN-LOCATION        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  VSL-SERIAL-NO           PIC X(15).
      *
       01  VAR-EXCEPTION-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
               MOVE "Y" TO CNTFILE-EOF-SWITCH.
           OPEN INPUT  INVMAST.
           OPEN OUTPUT VARRPT.
           OPEN INPUT INVXTRA.
           IF INVXTRA-SUCCESSFUL
               MOVE "Y" TO INVXTRA-OPEN-SWITCH.
           OPEN INPUT SERMAST.
           IF SERMAST-SUCCESSFUL
               MOVE "Y" TO SERMAST-OPEN-SWITCH.
           MOVE VAR-HEADING-LINE-1 TO VAR-PRINT-AREA.
           WRITE VAR-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE VAR-HEADING-LINE-2 TO VAR-PRINT-AREA.
               CLOSE CNTFILE.
           CLOSE INVMAST
                 VARRPT.
           IF INVXTRA-OPEN
               CLOSE INVXTRA.
           IF SERMAST-OPEN
               CLOSE SERMAST.
           PERFORM 400-APPROVE-AND-GENERATE.
           STOP RUN.
      *
           MOVE VARIANCE-VALUE         TO VDL-VARIANCE-VALUE.
           MOVE VAR-DETAIL-LINE TO VAR-PRINT-AREA.
           WRITE VAR-PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 220-LIST-EXPECTED-SERIALS.
           IF VARIANCE-ENTRY-COUNT < 500
               ADD 1 TO VARIANCE-ENTRY-COUNT
               SET VARIANCE-INDEX TO VARIANCE-ENTRY-COUNT
           ELSE
               DISPLAY "CNT3000 VARIANCE TABLE FULL -- ITEM "
                   CN-ITEM-NO " NOT HELD FOR ADJUSTMENT".
      *
       220-LIST-EXPECTED-SERIALS.
      *
           MOVE "N" TO SERIAL-ITEM-SWITCH.
           IF INVXTRA-OPEN AND SERMAST-OPEN
               MOVE CN-ITEM-NO TO IX-ITEM-NO
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
               MOVE CN-ITEM-NO TO SN-ITEM-NO
               MOVE LOW-VALUE  TO SN-SERIAL-NO
               START SERMAST KEY IS NOT LESS THAN SN-SERIAL-KEY
                   INVALID KEY
                       MOVE "Y" TO SERMAST-EOF-SWITCH
               END-START
               PERFORM 230-LIST-NEXT-SERIAL
                   UNTIL SERMAST-EOF.
      *
       230-LIST-NEXT-SERIAL.
      *
           READ SERMAST NEXT RECORD
               AT END
                   MOVE "Y" TO SERMAST-EOF-SWITCH
               NOT AT END
                   IF SN-ITEM-NO NOT = CN-ITEM-NO
                       MOVE "Y" TO SERMAST-EOF-SWITCH
                   ELSE
                       IF SERIAL-IN-STOCK
                           MOVE IM-BIN-LOCATION TO VSL-BIN-LOCATION
                           MOVE SN-SERIAL-NO    TO VSL-SERIAL-NO
                           MOVE VAR-SERIAL-LINE TO VAR-PRINT-AREA
                           WRITE VAR-PRINT-AREA AFTER ADVANCING 1 LINES
                       END-IF
                   END-IF
           END-READ.
      *
       300-PRINT-VARIANCE-TOTALS.
      *
