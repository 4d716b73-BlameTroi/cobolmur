       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RFQ1000.
      *
      *    REQUEST-FOR-QUOTATION ENTRY. THE BUYER PICKS AN ITEM, A
      *    QUANTITY, AND A REPLY-BY DATE, THEN NAMES THE VENDORS TO
      *    ASK. EACH VENDOR GETS A RECORD ON THE RFQ FILE UNDER ONE
      *    REQUEST NUMBER, DRAWN FROM ITS OWN CONTROL FILE THE SAME
      *    WAY PURCHASE-ORDER NUMBERS ARE, AND A REQUEST LETTER
      *    ADDRESSED FROM THE VENDOR MASTER. REPLIES ARE KEYED IN
      *    RFQ2000, COMPARED BY RFQ3000, AND AWARDED IN RFQ4000.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT RFQFILE  ASSIGN TO "c:\cobol\data\rfqfile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RF-RFQ-KEY
                           FILE STATUS IS RFQFILE-FILE-STATUS.
           SELECT RFQCTL   ASSIGN TO "c:\cobol\data\rfqctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RFQCTL-FILE-STATUS.
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
           SELECT RFQLTR   ASSIGN TO "c:\cobol\data\rfq1ltr.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  RFQFILE.
      *
       COPY "Rfqfile.cpy".
      *
       FD  RFQCTL.
      *
       01  RFQ-CONTROL-RECORD.
           05  FQ-LAST-RFQ-NO          PIC 9(6).
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
       FD  RFQLTR.
      *
       01  PRINT-AREA                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  END-OF-VENDORS-SWITCH       PIC X   VALUE "N".
               88  END-OF-VENDORS                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  RFQFILE-FILE-STATUS     PIC XX.
               88  RFQFILE-SUCCESSFUL          VALUE "00".
               88  RFQFILE-NOT-FOUND           VALUE "35".
           05  RFQCTL-FILE-STATUS      PIC XX.
               88  RFQCTL-SUCCESSFUL           VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  INVMAST-FILE-STATUS     PIC XX.
               88  INVMAST-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ITEM-NO           PIC X(5).
           05  ENTRY-QUANTITY          PIC 9(5).
           05  ENTRY-REPLY-BY-DATE     PIC 9(8).
           05  ENTRY-VENDOR-NO         PIC X(5).
      *
       01  RFQ-WORK-FIELDS.
           05  NEXT-RFQ-NO             PIC 9(6)    VALUE ZERO.
           05  VENDORS-ON-REQUEST      PIC S9(3)   COMP  VALUE ZERO.
           05  REQUESTS-ISSUED         PIC S9(5)   COMP  VALUE ZERO.
           05  LETTERS-PRINTED         PIC S9(5)   COMP  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-REQUEST-COUNT   PIC ZZ,ZZ9.
           05  DISPLAY-LETTER-COUNT    PIC ZZ,ZZ9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Sgnreq.cpy".
      *
       01  LETTER-HEADING-LINE.
           05  FILLER                  PIC X(30) VALUE
               "REQUEST FOR QUOTATION  NO.".
           05  LHL-RFQ-NO              PIC 9(6).
           05  FILLER                  PIC X(11) VALUE
               "    DATED ".
           05  LHL-REQUEST-DATE        PIC 9(8).
      *
       01  LETTER-NAME-LINE.
           05  FILLER                  PIC X(12) VALUE "TO:".
           05  LNL-NAME                PIC X(30).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "VENDOR NO.".
           05  LNL-VENDOR-NO           PIC X(5).
      *
       01  LETTER-STREET-LINE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  LSL-STREET-ADDRESS      PIC X(25).
      *
       01  LETTER-CITY-LINE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  LCL-CITY                PIC X(15).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  LCL-STATE               PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LCL-ZIP-CODE            PIC X(10).
      *
       01  LETTER-TEXT-LINE-1.
           05  FILLER                  PIC X(60) VALUE
               "PLEASE QUOTE ON THE FOLLOWING ITEM AND QUANTITY.".
      *
       01  LETTER-COLUMN-HEADING.
           05  FILLER                  PIC X(7)  VALUE "ITEM".
           05  FILLER                  PIC X(42) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(8)  VALUE "QUANTITY".
      *
       01  LETTER-ITEM-LINE.
           05  LIL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LIL-ITEM-DESC           PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LIL-QUANTITY            PIC ZZ,ZZ9.
      *
       01  LETTER-TEXT-LINE-2.
           05  FILLER                  PIC X(60) VALUE
               "STATE YOUR UNIT PRICE AND ESTIMATED FREIGHT AND DUTY".
      *
       01  LETTER-TEXT-LINE-3.
           05  FILLER                  PIC X(60) VALUE
               "PER UNIT, YOUR MINIMUM ORDER QUANTITY, AND YOUR LEAD".
      *
       01  LETTER-TEXT-LINE-4.
           05  FILLER                  PIC X(60) VALUE
               "TIME IN DAYS, QUOTING THE REQUEST NUMBER ABOVE.".
      *
       01  LETTER-TEXT-LINE-5.
           05  FILLER                  PIC X(16) VALUE
               "PLEASE REPLY BY".
           05  LTL-REPLY-BY-DATE       PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE ".".
      *
       01  LETTER-BUYER-LINE.
           05  FILLER                  PIC X(12) VALUE "BUYER:".
           05  LBL-BUYER-ID            PIC X(8).
      *
       PROCEDURE DIVISION.
      *
       000-ENTER-QUOTE-REQUESTS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "RFQ1000 REQUEST-FOR-QUOTATION ENTRY".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "QUOTE REQUESTS NEED OPERATOR AUTHORITY."
               STOP RUN.
           OPEN INPUT INVMAST.
           IF NOT INVMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON INVMAST -- STATUS "
                   INVMAST-FILE-STATUS
               STOP RUN.
           OPEN INPUT VENDMAST.
           IF NOT VENDMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENDMAST -- STATUS "
                   VENDMAST-FILE-STATUS
               CLOSE INVMAST
               STOP RUN.
           OPEN I-O RFQFILE.
           IF RFQFILE-NOT-FOUND
               OPEN OUTPUT RFQFILE
               CLOSE RFQFILE
               OPEN I-O RFQFILE.
           IF NOT RFQFILE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON RFQFILE -- STATUS "
                   RFQFILE-FILE-STATUS
               CLOSE INVMAST
                     VENDMAST
               STOP RUN.
           OPEN OUTPUT RFQLTR.
           PERFORM 100-ENTER-ONE-REQUEST
               UNTIL END-OF-SESSION.
           CLOSE INVMAST
                 VENDMAST
                 RFQFILE
                 RFQLTR.
           MOVE REQUESTS-ISSUED TO DISPLAY-REQUEST-COUNT.
           MOVE LETTERS-PRINTED TO DISPLAY-LETTER-COUNT.
           DISPLAY "RFQ1000 SESSION ENDED -- " DISPLAY-REQUEST-COUNT
               " REQUESTS, " DISPLAY-LETTER-COUNT
               " LETTERS IN RFQ1LTR.".
           STOP RUN.
      *
       100-ENTER-ONE-REQUEST.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER ITEM NUMBER, OR 99999 TO END.".
           ACCEPT ENTRY-ITEM-NO.
           IF ENTRY-ITEM-NO = "99999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               MOVE ENTRY-ITEM-NO TO IM-ITEM-NO
               READ INVMAST
                   INVALID KEY
                       DISPLAY "ITEM " ENTRY-ITEM-NO " NOT ON FILE."
                   NOT INVALID KEY
                       DISPLAY IM-ITEM-DESC
                       PERFORM 200-ACCEPT-REQUEST-TERMS
               END-READ.
      *
       200-ACCEPT-REQUEST-TERMS.
      *
           DISPLAY "ENTER QUANTITY TO QUOTE ON.".
           ACCEPT ENTRY-QUANTITY.
           DISPLAY "ENTER REPLY-BY DATE (YYYYMMDD).".
           ACCEPT ENTRY-REPLY-BY-DATE.
           IF ENTRY-QUANTITY = ZERO
               DISPLAY "QUANTITY MUST BE GREATER THAN ZERO -- "
                   "NO REQUEST RAISED."
           ELSE
               IF ENTRY-REPLY-BY-DATE NOT > RUN-DATE
                   DISPLAY "REPLY-BY DATE MUST BE AFTER TODAY -- "
                       "NO REQUEST RAISED."
               ELSE
                   MOVE ZERO TO NEXT-RFQ-NO
                   MOVE ZERO TO VENDORS-ON-REQUEST
                   MOVE "N" TO END-OF-VENDORS-SWITCH
                   PERFORM 300-ADD-ONE-VENDOR
                       UNTIL END-OF-VENDORS
                   IF VENDORS-ON-REQUEST > ZERO
                       ADD 1 TO REQUESTS-ISSUED
                       DISPLAY "REQUEST " NEXT-RFQ-NO " SENT TO "
                           VENDORS-ON-REQUEST " VENDORS."
                   ELSE
                       DISPLAY "NO VENDORS NAMED -- NO REQUEST RAISED."
                   END-IF.
      *
       300-ADD-ONE-VENDOR.
      *
      *    THE REQUEST NUMBER IS NOT TAKEN UNTIL THE FIRST GOOD
      *    VENDOR IS NAMED, SO A REQUEST ABANDONED BEFORE ANY
      *    VENDOR LEAVES NO GAP IN THE SEQUENCE.
      *
           DISPLAY "ENTER VENDOR NUMBER TO ASK, OR 99999 WHEN DONE.".
           ACCEPT ENTRY-VENDOR-NO.
           IF ENTRY-VENDOR-NO = "99999"
               MOVE "Y" TO END-OF-VENDORS-SWITCH
           ELSE
               MOVE ENTRY-VENDOR-NO TO VM-VENDOR-NO
               READ VENDMAST
                   INVALID KEY
                       DISPLAY "VENDOR " ENTRY-VENDOR-NO
                           " IS NOT ON THE VENDOR MASTER."
                   NOT INVALID KEY
                       IF NEXT-RFQ-NO = ZERO
                           PERFORM 310-TAKE-NEXT-RFQ-NO
                       END-IF
                       PERFORM 320-WRITE-QUOTE-REQUEST
               END-READ.
      *
       310-TAKE-NEXT-RFQ-NO.
      *
           OPEN INPUT RFQCTL.
           IF RFQCTL-SUCCESSFUL
               READ RFQCTL
                   AT END
                       MOVE ZERO TO FQ-LAST-RFQ-NO
               END-READ
               MOVE FQ-LAST-RFQ-NO TO NEXT-RFQ-NO
               CLOSE RFQCTL
           ELSE
               MOVE ZERO TO NEXT-RFQ-NO.
           ADD 1 TO NEXT-RFQ-NO.
           OPEN OUTPUT RFQCTL.
           MOVE NEXT-RFQ-NO TO FQ-LAST-RFQ-NO.
           WRITE RFQ-CONTROL-RECORD.
           CLOSE RFQCTL.
      *
       320-WRITE-QUOTE-REQUEST.
      *
           MOVE NEXT-RFQ-NO         TO RF-RFQ-NO.
           MOVE ENTRY-VENDOR-NO     TO RF-VENDOR-NO.
           MOVE ENTRY-ITEM-NO       TO RF-ITEM-NO.
           MOVE ENTRY-QUANTITY      TO RF-REQUEST-QTY.
           MOVE RUN-DATE            TO RF-REQUEST-DATE.
           MOVE ENTRY-REPLY-BY-DATE TO RF-REPLY-BY-DATE.
           MOVE SO-OPERATOR-ID      TO RF-BUYER-ID.
           SET RFQ-SENT TO TRUE.
           MOVE ZERO TO RF-BID-COST
                        RF-BID-FREIGHT
                        RF-BID-MIN-QTY
                        RF-BID-LEAD-DAYS
                        RF-REPLY-DATE
                        RF-AWARD-DATE.
           WRITE QUOTE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "VENDOR " ENTRY-VENDOR-NO
                       " IS ALREADY ON THIS REQUEST."
               NOT INVALID KEY
                   ADD 1 TO VENDORS-ON-REQUEST
                   PERFORM 400-PRINT-REQUEST-LETTER
           END-WRITE.
      *
       400-PRINT-REQUEST-LETTER.
      *
           MOVE RF-RFQ-NO         TO LHL-RFQ-NO.
           MOVE RF-REQUEST-DATE   TO LHL-REQUEST-DATE.
           MOVE LETTER-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE VM-VENDOR-NAME    TO LNL-NAME.
           MOVE VM-VENDOR-NO      TO LNL-VENDOR-NO.
           MOVE LETTER-NAME-LINE  TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE VM-STREET-ADDRESS TO LSL-STREET-ADDRESS.
           MOVE LETTER-STREET-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE VM-CITY           TO LCL-CITY.
           MOVE VM-STATE          TO LCL-STATE.
           MOVE VM-ZIP-CODE       TO LCL-ZIP-CODE.
           MOVE LETTER-CITY-LINE  TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE LETTER-TEXT-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE LETTER-COLUMN-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE RF-ITEM-NO        TO LIL-ITEM-NO.
           MOVE IM-ITEM-DESC      TO LIL-ITEM-DESC.
           MOVE RF-REQUEST-QTY    TO LIL-QUANTITY.
           MOVE LETTER-ITEM-LINE  TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE LETTER-TEXT-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE LETTER-TEXT-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE LETTER-TEXT-LINE-4 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE RF-REPLY-BY-DATE  TO LTL-REPLY-BY-DATE.
           MOVE LETTER-TEXT-LINE-5 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE RF-BUYER-ID       TO LBL-BUYER-ID.
           MOVE LETTER-BUYER-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           ADD 1 TO LETTERS-PRINTED.
