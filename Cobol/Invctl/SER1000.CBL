       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. SER1000.
      *
      *    SERIAL RECEIPT ENTRY AND SERIAL LIFE INQUIRY. RECEIPTS
      *    OF SERIAL-CONTROLLED ITEMS ARE REGISTERED HERE ONE UNIT
      *    AT A TIME -- THE RECEIPT TRANSACTION STREAM CARRIES NO
      *    SERIAL FIELD, SO THE DOCK KEYS THE VENDOR AND EACH
      *    SERIAL AS THE UNITS COME OFF THE TRUCK, AS IT KEYS LOTS
      *    IN LOT1000. SHIPPING CONFIRMATION MARKS EACH SERIAL
      *    SHIPPED TO ITS CUSTOMER AND RMA RECEIVING BRINGS IT
      *    BACK. THE INQUIRY TAKES A SERIAL NUMBER ALONE, SINCE
      *    THAT IS HOW WARRANTY CLAIMS AND THEFT REPORTS ARRIVE,
      *    AND SHOWS WHERE THE UNIT IS NOW AND EVERYTHING THAT HAS
      *    HAPPENED TO IT. A UNIT LOST OR DESTROYED IN THE
      *    WAREHOUSE IS WRITTEN OFF HERE SO THE COUNT SHEETS STOP
      *    EXPECTING IT; THE STOCK ITSELF COMES OFF THROUGH THE
      *    ADJUSTMENT STREAM AS ALWAYS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
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
           SELECT SERHIST  ASSIGN TO "c:\cobol\data\serhist.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SERHIST-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  INVXTRA.
      *
       COPY "Invxtra.cpy".
      *
       FD  SERMAST.
      *
       COPY "Sermast.cpy".
      *
       FD  SERHIST.
      *
       COPY "Serhist.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  END-OF-RECEIPT-SWITCH       PIC X   VALUE "N".
               88  END-OF-RECEIPT                  VALUE "Y".
           05  SERMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  SERMAST-EOF                     VALUE "Y".
           05  SERHIST-EOF-SWITCH          PIC X   VALUE "N".
               88  SERHIST-EOF                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  INVXTRA-FILE-STATUS     PIC XX.
               88  INVXTRA-SUCCESSFUL          VALUE "00".
           05  SERMAST-FILE-STATUS     PIC XX.
               88  SERMAST-SUCCESSFUL          VALUE "00".
           05  SERHIST-FILE-STATUS     PIC XX.
               88  SERHIST-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-FUNCTION          PIC X.
               88  RECEIPT-FUNCTION            VALUE "R".
               88  LIFE-INQUIRY-FUNCTION       VALUE "L".
               88  WRITE-OFF-FUNCTION          VALUE "W".
               88  FLAG-FUNCTION               VALUE "F".
           05  ENTRY-FLAG-VALUE        PIC X.
           05  ENTRY-ITEM-NO           PIC X(5).
           05  ENTRY-VENDOR-NO         PIC X(5).
           05  ENTRY-SERIAL-NO         PIC X(15).
           05  ENTRY-CONFIRM           PIC X.
      *
       01  SERIAL-WORK-FIELDS.
           05  SERIALS-RECEIVED        PIC 9(5)    VALUE ZERO.
           05  UNITS-SHOWN             PIC 9(5)    VALUE ZERO.
           05  EVENTS-SHOWN            PIC 9(5)    VALUE ZERO.
           05  SERIAL-STATUS-NAME      PIC X(9).
           05  EVENT-NAME              PIC X(12).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       PROCEDURE DIVISION.
      *
       000-PROCESS-SERIAL-REQUESTS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "SER1000 SERIAL RECEIPT ENTRY AND INQUIRY".
           OPEN I-O INVXTRA.
           IF NOT INVXTRA-SUCCESSFUL
               DISPLAY "NO ITEM SIDE FILE ON FILE -- NO ITEMS ARE "
                   "FLAGGED SERIAL-CONTROLLED."
               STOP RUN.
           OPEN I-O SERMAST.
           IF NOT SERMAST-SUCCESSFUL
               OPEN OUTPUT SERMAST
               CLOSE SERMAST
               OPEN I-O SERMAST.
           OPEN EXTEND SERHIST.
           IF NOT SERHIST-SUCCESSFUL
               OPEN OUTPUT SERHIST.
           PERFORM 100-PROCESS-ONE-REQUEST
               UNTIL END-OF-SESSION.
           CLOSE INVXTRA
                 SERMAST
                 SERHIST.
           DISPLAY "SER1000 SESSION ENDED.".
           STOP RUN.
      *
       100-PROCESS-ONE-REQUEST.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER R TO RECEIVE SERIALS, L FOR THE LIFE OF A "
               "SERIAL, W TO WRITE OFF A SERIAL, F TO FLAG AN ITEM, "
               "OR X TO END.".
           ACCEPT ENTRY-FUNCTION.
           EVALUATE TRUE
               WHEN ENTRY-FUNCTION = "X"
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               WHEN RECEIPT-FUNCTION
                   PERFORM 200-RECEIVE-SERIALS
               WHEN LIFE-INQUIRY-FUNCTION
                   PERFORM 300-SHOW-SERIAL-LIFE
               WHEN WRITE-OFF-FUNCTION
                   PERFORM 400-WRITE-OFF-SERIAL
               WHEN FLAG-FUNCTION
                   PERFORM 500-FLAG-SERIAL-CONTROL
               WHEN OTHER
                   DISPLAY "ENTER R, L, W, F, OR X."
           END-EVALUATE.
      *
       200-RECEIVE-SERIALS.
      *
           DISPLAY "ENTER ITEM NUMBER.".
           ACCEPT ENTRY-ITEM-NO.
           MOVE ENTRY-ITEM-NO TO IX-ITEM-NO.
           READ INVXTRA
               INVALID KEY
                   DISPLAY "ITEM " ENTRY-ITEM-NO
                       " HAS NO SIDE-FILE RECORD -- NOT SERIAL "
                       "CONTROLLED."
               NOT INVALID KEY
                   IF NOT SERIAL-CONTROLLED
                       DISPLAY "ITEM " ENTRY-ITEM-NO
                           " IS NOT FLAGGED SERIAL-CONTROLLED."
                   ELSE
                       PERFORM 210-RECEIVE-ITEM-SERIALS
                   END-IF
           END-READ.
      *
       210-RECEIVE-ITEM-SERIALS.
      *
           DISPLAY "ENTER VENDOR NUMBER.".
           ACCEPT ENTRY-VENDOR-NO.
           IF ENTRY-VENDOR-NO = SPACE
               DISPLAY "THE VENDOR IS REQUIRED -- NOTHING RECEIVED."
           ELSE
               MOVE ZERO TO SERIALS-RECEIVED
               MOVE "N"  TO END-OF-RECEIPT-SWITCH
               PERFORM 220-RECEIVE-ONE-SERIAL
                   UNTIL END-OF-RECEIPT
               DISPLAY SERIALS-RECEIVED " SERIALS RECEIVED FOR ITEM "
                   ENTRY-ITEM-NO ".".
      *
       220-RECEIVE-ONE-SERIAL.
      *
      *    A SERIAL ALREADY ON THE REGISTER FOR THE ITEM IS
      *    REFUSED WHATEVER ITS STATUS -- TWO UNITS CANNOT SHARE A
      *    NUMBER, AND A RETURNED UNIT COMES BACK THROUGH RMA
      *    RECEIVING, NOT THE DOCK.
      *
           DISPLAY "ENTER SERIAL NUMBER (SPACES = END OF RECEIPT).".
           ACCEPT ENTRY-SERIAL-NO.
           IF ENTRY-SERIAL-NO = SPACE
               MOVE "Y" TO END-OF-RECEIPT-SWITCH
           ELSE
               MOVE ENTRY-ITEM-NO   TO SN-ITEM-NO
               MOVE ENTRY-SERIAL-NO TO SN-SERIAL-NO
               MOVE RUN-DATE        TO SN-RECEIPT-DATE
               MOVE ENTRY-VENDOR-NO TO SN-VENDOR-NO
               SET SERIAL-IN-STOCK  TO TRUE
               MOVE ZERO            TO SN-CUSTOMER-NO
               MOVE ZERO            TO SN-ORDER-NO
               MOVE ZERO            TO SN-SHIP-DATE
               MOVE ZERO            TO SN-LAST-RMA-NO
               MOVE ZERO            TO SN-LAST-RETURN-DATE
               WRITE SERIAL-RECORD
                   INVALID KEY
                       DISPLAY "SERIAL " ENTRY-SERIAL-NO
                           " IS ALREADY ON THE REGISTER -- REFUSED."
                   NOT INVALID KEY
                       ADD 1 TO SERIALS-RECEIVED
                       MOVE RUN-DATE        TO SV-EVENT-DATE
                       SET SERIAL-RECEIVED-EVENT TO TRUE
                       MOVE ENTRY-VENDOR-NO TO SV-VENDOR-NO
                       MOVE ZERO            TO SV-CUSTOMER-NO
                       MOVE ZERO            TO SV-REFERENCE-NO
                       PERFORM 900-WRITE-SERIAL-HISTORY
               END-WRITE.
      *
       300-SHOW-SERIAL-LIFE.
      *
           DISPLAY "ENTER SERIAL NUMBER.".
           ACCEPT ENTRY-SERIAL-NO.
           MOVE ZERO TO UNITS-SHOWN.
           MOVE "N"  TO SERMAST-EOF-SWITCH.
           MOVE ENTRY-SERIAL-NO TO SN-SERIAL-NO.
           START SERMAST KEY IS EQUAL TO SN-SERIAL-NO
               INVALID KEY
                   MOVE "Y" TO SERMAST-EOF-SWITCH.
           PERFORM 310-SHOW-NEXT-UNIT
               UNTIL SERMAST-EOF.
           IF UNITS-SHOWN = ZERO
               DISPLAY "SERIAL " ENTRY-SERIAL-NO
                   " IS NOT ON THE REGISTER.".
      *
       310-SHOW-NEXT-UNIT.
      *
           READ SERMAST NEXT RECORD
               AT END
                   MOVE "Y" TO SERMAST-EOF-SWITCH
               NOT AT END
                   IF SN-SERIAL-NO NOT = ENTRY-SERIAL-NO
                       MOVE "Y" TO SERMAST-EOF-SWITCH
                   ELSE
                       ADD 1 TO UNITS-SHOWN
                       PERFORM 320-DISPLAY-SERIAL-STATUS
                       PERFORM 330-DISPLAY-SERIAL-EVENTS
                   END-IF
           END-READ.
      *
       320-DISPLAY-SERIAL-STATUS.
      *
           EVALUATE TRUE
               WHEN SERIAL-IN-STOCK
                   MOVE "IN STOCK"  TO SERIAL-STATUS-NAME
               WHEN SERIAL-SHIPPED
                   MOVE "SHIPPED"   TO SERIAL-STATUS-NAME
               WHEN SERIAL-SCRAPPED
                   MOVE "WRITE-OFF" TO SERIAL-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN"   TO SERIAL-STATUS-NAME
           END-EVALUATE.
           DISPLAY "ITEM " SN-ITEM-NO " SERIAL " SN-SERIAL-NO
               " NOW " SERIAL-STATUS-NAME.
           DISPLAY "  RECEIVED " SN-RECEIPT-DATE " FROM VENDOR "
               SN-VENDOR-NO.
           IF SN-ORDER-NO NOT = ZERO
               DISPLAY "  LAST SHIPPED " SN-SHIP-DATE " TO CUSTOMER "
                   SN-CUSTOMER-NO " ON ORDER " SN-ORDER-NO.
           IF SN-LAST-RMA-NO NOT = ZERO
               DISPLAY "  LAST RETURNED " SN-LAST-RETURN-DATE
                   " ON RMA " SN-LAST-RMA-NO.
      *
       330-DISPLAY-SERIAL-EVENTS.
      *
      *    THE HISTORY FILE IS OPEN FOR EXTEND THROUGH THE
      *    SESSION, SO IT IS CLOSED AND READ FROM THE TOP, THEN
      *    REOPENED FOR THE NEXT RECEIPT.
      *
           MOVE ZERO TO EVENTS-SHOWN.
           MOVE "N"  TO SERHIST-EOF-SWITCH.
           CLOSE SERHIST.
           OPEN INPUT SERHIST.
           IF NOT SERHIST-SUCCESSFUL
               MOVE "Y" TO SERHIST-EOF-SWITCH.
           PERFORM 340-DISPLAY-NEXT-EVENT
               UNTIL SERHIST-EOF.
           CLOSE SERHIST.
           OPEN EXTEND SERHIST.
           IF NOT SERHIST-SUCCESSFUL
               OPEN OUTPUT SERHIST.
           IF EVENTS-SHOWN = ZERO
               DISPLAY "  NO HISTORY ON FILE FOR THIS UNIT.".
      *
       340-DISPLAY-NEXT-EVENT.
      *
           READ SERHIST
               AT END
                   MOVE "Y" TO SERHIST-EOF-SWITCH
               NOT AT END
                   IF SV-ITEM-NO = SN-ITEM-NO
                     AND SV-SERIAL-NO = SN-SERIAL-NO
                       ADD 1 TO EVENTS-SHOWN
                       PERFORM 350-DISPLAY-ONE-EVENT
                   END-IF
           END-READ.
      *
       350-DISPLAY-ONE-EVENT.
      *
           EVALUATE TRUE
               WHEN SERIAL-RECEIVED-EVENT
                   DISPLAY "  " SV-EVENT-DATE " RECEIVED FROM VENDOR "
                       SV-VENDOR-NO
               WHEN SERIAL-SHIPPED-EVENT
                   DISPLAY "  " SV-EVENT-DATE " SHIPPED TO CUSTOMER "
                       SV-CUSTOMER-NO " ORDER " SV-REFERENCE-NO
               WHEN SERIAL-DROP-SHIPPED-EVENT
                   DISPLAY "  " SV-EVENT-DATE " DROP-SHIPPED BY "
                       "VENDOR " SV-VENDOR-NO " TO CUSTOMER "
                       SV-CUSTOMER-NO " ORDER " SV-REFERENCE-NO
               WHEN SERIAL-RETURNED-EVENT
                   DISPLAY "  " SV-EVENT-DATE " RETURNED BY CUSTOMER "
                       SV-CUSTOMER-NO " RMA " SV-REFERENCE-NO
               WHEN SERIAL-SCRAPPED-EVENT
                   DISPLAY "  " SV-EVENT-DATE " WRITTEN OFF BY "
                       SV-SOURCE-PROGRAM
               WHEN OTHER
                   DISPLAY "  " SV-EVENT-DATE " EVENT "
                       SV-EVENT-CODE " BY " SV-SOURCE-PROGRAM
           END-EVALUATE.
      *
       400-WRITE-OFF-SERIAL.
      *
           DISPLAY "ENTER ITEM NUMBER.".
           ACCEPT ENTRY-ITEM-NO.
           DISPLAY "ENTER SERIAL NUMBER.".
           ACCEPT ENTRY-SERIAL-NO.
           MOVE ENTRY-ITEM-NO   TO SN-ITEM-NO.
           MOVE ENTRY-SERIAL-NO TO SN-SERIAL-NO.
           READ SERMAST
               INVALID KEY
                   DISPLAY "SERIAL " ENTRY-SERIAL-NO
                       " IS NOT ON THE REGISTER FOR ITEM "
                       ENTRY-ITEM-NO "."
               NOT INVALID KEY
                   IF NOT SERIAL-IN-STOCK
                       DISPLAY "ONLY A UNIT IN STOCK CAN BE WRITTEN "
                           "OFF HERE."
                   ELSE
                       PERFORM 410-CONFIRM-WRITE-OFF
                   END-IF
           END-READ.
      *
       410-CONFIRM-WRITE-OFF.
      *
           DISPLAY "ENTER Y TO WRITE OFF SERIAL " SN-SERIAL-NO
               ". KEY THE STOCK ADJUSTMENT SEPARATELY.".
           ACCEPT ENTRY-CONFIRM.
           IF ENTRY-CONFIRM = "Y"
               SET SERIAL-SCRAPPED TO TRUE
               REWRITE SERIAL-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON SERMAST -- STATUS "
                           SERMAST-FILE-STATUS
                   NOT INVALID KEY
                       MOVE RUN-DATE TO SV-EVENT-DATE
                       SET SERIAL-SCRAPPED-EVENT TO TRUE
                       MOVE SPACE    TO SV-VENDOR-NO
                       MOVE ZERO     TO SV-CUSTOMER-NO
                       MOVE ZERO     TO SV-REFERENCE-NO
                       PERFORM 900-WRITE-SERIAL-HISTORY
                       DISPLAY "SERIAL " SN-SERIAL-NO " WRITTEN OFF."
               END-REWRITE
           ELSE
               DISPLAY "SERIAL NOT WRITTEN OFF.".
      *
       500-FLAG-SERIAL-CONTROL.
      *
           DISPLAY "ENTER ITEM NUMBER.".
           ACCEPT ENTRY-ITEM-NO.
           MOVE ENTRY-ITEM-NO TO IX-ITEM-NO.
           READ INVXTRA
               INVALID KEY
                   DISPLAY "ITEM " ENTRY-ITEM-NO
                       " HAS NO SIDE-FILE RECORD -- ADD IT "
                       "THROUGH THE ABC OR MAINTENANCE RUNS."
               NOT INVALID KEY
                   DISPLAY "ENTER Y TO SERIAL-CONTROL THIS ITEM, "
                       "N TO CLEAR."
                   ACCEPT ENTRY-FLAG-VALUE
                   IF ENTRY-FLAG-VALUE = "Y"
                     OR ENTRY-FLAG-VALUE = "N"
                       MOVE ENTRY-FLAG-VALUE
                           TO IX-SERIAL-CONTROL-SWITCH
                       REWRITE ITEM-EXTRA-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON INVXTRA."
                           NOT INVALID KEY
                               DISPLAY "ITEM " ENTRY-ITEM-NO
                                   " FLAG SET TO "
                                   ENTRY-FLAG-VALUE "."
                       END-REWRITE
                   ELSE
                       DISPLAY "ENTER Y OR N."
                   END-IF
           END-READ.
      *
       900-WRITE-SERIAL-HISTORY.
      *
           MOVE SN-ITEM-NO   TO SV-ITEM-NO.
           MOVE SN-SERIAL-NO TO SV-SERIAL-NO.
           MOVE "SER1000"    TO SV-SOURCE-PROGRAM.
           WRITE SERIAL-HISTORY-RECORD.
           IF NOT SERHIST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON SERHIST FOR SERIAL "
                   SN-SERIAL-NO.
