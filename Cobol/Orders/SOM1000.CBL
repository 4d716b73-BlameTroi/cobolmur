       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. SOM1000.
      *
      *    STANDING-ORDER MAINTENANCE. ONE TEMPLATE PER CUSTOMER
      *    AND SEQUENCE NUMBER, HOLDING THE SHIP-TO CODE, THE
      *    CUSTOMER'S PO NUMBER, UP TO TEN ITEMS AND QUANTITIES,
      *    THE FREQUENCY, AND THE NEXT SCHEDULED DATE. THE NEXT
      *    DUE DATE IS THE SCHEDULED DATE MOVED TO A BUSINESS DAY
      *    ON THE DTE1000 CALENDAR. THE NIGHTLY RUN (SOG1000)
      *    GENERATES THE ORDERS; A TEMPLATE NO LONGER WANTED IS
      *    SUSPENDED HERE RATHER THAN DELETED, SO ITS HISTORY OF
      *    LAST ORDER AND LAST GENERATED DATE STAYS ON FILE.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT STDORDER ASSIGN TO "c:\cobol\data\stdorder.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SO-STANDING-KEY
                           FILE STATUS IS STDORDER-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT SHIPTO   ASSIGN TO "c:\cobol\data\shipto.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SH-SHIP-TO-KEY
                           FILE STATUS IS SHIPTO-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  STDORDER.
      *
       COPY "Stdorder.cpy".
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
       FD  SHIPTO.
      *
       COPY "Shipto.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  VALID-TEMPLATE-SWITCH       PIC X   VALUE "Y".
               88  VALID-TEMPLATE                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  STDORDER-FILE-STATUS    PIC XX.
               88  STDORDER-SUCCESSFUL         VALUE "00".
               88  STDORDER-NOT-FOUND          VALUE "35".
           05  SHIPTO-FILE-STATUS      PIC XX.
               88  SHIPTO-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-CUSTOMER-NO       PIC X(5).
           05  ENTRY-SEQUENCE-NO       PIC X(2).
           05  ENTRY-SHIP-TO-CODE      PIC X(3).
           05  ENTRY-CUSTOMER-PO-NO    PIC X(10).
           05  ENTRY-FREQUENCY         PIC X.
           05  ENTRY-STATUS            PIC X.
           05  ENTRY-SCHEDULE-DATE     PIC 9(8).
           05  ENTRY-ITEM-NO           PIC X(5).
           05  ENTRY-QUANTITY          PIC 9(5).
      *
       01  TEMPLATE-WORK-FIELDS.
           05  LINE-SUB                PIC S9(3)   COMP.
           05  LINES-KEYED             PIC 9(2).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-LINE            PIC Z9.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZ9.
      *
       COPY "Dtereq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-STANDING-ORDERS.
      *
           DISPLAY "SOM1000 STANDING-ORDER MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN I-O STDORDER.
           IF STDORDER-NOT-FOUND
               OPEN OUTPUT STDORDER
               CLOSE STDORDER
               OPEN I-O STDORDER.
           IF NOT STDORDER-SUCCESSFUL
               DISPLAY "OPEN ERROR ON STDORDER -- STATUS "
                   STDORDER-FILE-STATUS
               STOP RUN.
           OPEN INPUT INVMAST.
           OPEN INPUT SHIPTO.
           PERFORM 100-MAINTAIN-STANDING-ORDER
               UNTIL END-OF-SESSION.
           CLOSE STDORDER
                 INVMAST.
           IF SHIPTO-SUCCESSFUL
               CLOSE SHIPTO.
           DISPLAY "SOM1000 SESSION ENDED.".
           STOP RUN.
      *
       100-MAINTAIN-STANDING-ORDER.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER CUSTOMER NUMBER, OR 99999 TO END.".
           ACCEPT ENTRY-CUSTOMER-NO.
           IF ENTRY-CUSTOMER-NO = "99999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF ENTRY-CUSTOMER-NO NOT NUMERIC
                   DISPLAY "CUSTOMER NUMBER MUST BE 5 DIGITS."
               ELSE
                   DISPLAY "ENTER STANDING-ORDER SEQUENCE NUMBER "
                       "(01-99)."
                   ACCEPT ENTRY-SEQUENCE-NO
                   IF ENTRY-SEQUENCE-NO NOT NUMERIC
                     OR ENTRY-SEQUENCE-NO = "00"
                       DISPLAY "SEQUENCE NUMBER MUST BE 01 TO 99."
                   ELSE
                       PERFORM 200-SHOW-AND-SET-TEMPLATE.
      *
       200-SHOW-AND-SET-TEMPLATE.
      *
           MOVE ENTRY-CUSTOMER-NO TO SO-CUSTOMER-NO.
           MOVE ENTRY-SEQUENCE-NO TO SO-SEQUENCE-NO.
           READ STDORDER
               INVALID KEY
                   DISPLAY "NO STANDING ORDER ON FILE FOR THIS "
                       "CUSTOMER AND SEQUENCE."
                   MOVE ZERO TO SO-LAST-ORDER-NO
                   MOVE ZERO TO SO-LAST-GENERATED-DATE
                   PERFORM 300-ACCEPT-TEMPLATE-FIELDS
                   IF VALID-TEMPLATE
                       WRITE STANDING-ORDER-RECORD
                           INVALID KEY
                               DISPLAY "WRITE ERROR ON STDORDER."
                           NOT INVALID KEY
                               DISPLAY "STANDING ORDER ADDED -- "
                                   "FIRST DUE " SO-NEXT-DUE-DATE
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   DISPLAY "SHIP-TO " SO-SHIP-TO-CODE
                       "  PO " SO-CUSTOMER-PO-NO
                       "  FREQUENCY " SO-FREQUENCY
                       "  STATUS " SO-STATUS
                   DISPLAY "SCHEDULED " SO-SCHEDULE-DATE
                       "  NEXT DUE " SO-NEXT-DUE-DATE
                       "  LAST ORDER " SO-LAST-ORDER-NO
                       "  GENERATED " SO-LAST-GENERATED-DATE
                   PERFORM 210-SHOW-TEMPLATE-LINE
                       VARYING LINE-SUB FROM 1 BY 1
                       UNTIL LINE-SUB > 10
                   PERFORM 300-ACCEPT-TEMPLATE-FIELDS
                   IF VALID-TEMPLATE
                       REWRITE STANDING-ORDER-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON STDORDER."
                           NOT INVALID KEY
                               DISPLAY "STANDING ORDER CHANGED -- "
                                   "NEXT DUE " SO-NEXT-DUE-DATE
                       END-REWRITE
                   END-IF
           END-READ.
      *
       210-SHOW-TEMPLATE-LINE.
      *
           IF SO-QUANTITY (LINE-SUB) > ZERO
               MOVE LINE-SUB               TO DISPLAY-LINE
               MOVE SO-QUANTITY (LINE-SUB) TO DISPLAY-QUANTITY
               DISPLAY "LINE " DISPLAY-LINE "  ITEM "
                   SO-ITEM-NO (LINE-SUB) "  QUANTITY "
                   DISPLAY-QUANTITY.
      *
       300-ACCEPT-TEMPLATE-FIELDS.
      *
      *    THE WHOLE TEMPLATE IS KEYED AGAIN EACH TIME; ONE BAD
      *    FIELD OR LINE LEAVES THE TEMPLATE ON FILE AS IT WAS.
      *
           MOVE "Y" TO VALID-TEMPLATE-SWITCH.
           DISPLAY "ENTER SHIP-TO CODE, OR SPACES FOR THE BILLING "
               "ADDRESS.".
           ACCEPT ENTRY-SHIP-TO-CODE.
           DISPLAY "ENTER CUSTOMER PO NUMBER, OR SPACES FOR NONE.".
           ACCEPT ENTRY-CUSTOMER-PO-NO.
           DISPLAY "ENTER FREQUENCY -- W WEEKLY, B BIWEEKLY, "
               "M MONTHLY.".
           ACCEPT ENTRY-FREQUENCY.
           DISPLAY "ENTER STATUS -- A ACTIVE, S SUSPENDED.".
           ACCEPT ENTRY-STATUS.
           DISPLAY "ENTER NEXT SCHEDULED DATE (YYYYMMDD).".
           ACCEPT ENTRY-SCHEDULE-DATE.
           PERFORM 310-VALIDATE-TEMPLATE-HEADER.
           MOVE ZERO TO LINES-KEYED.
           PERFORM 320-ACCEPT-TEMPLATE-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > 10.
           IF LINES-KEYED = ZERO
               DISPLAY "A STANDING ORDER NEEDS AT LEAST ONE LINE."
               MOVE "N" TO VALID-TEMPLATE-SWITCH.
           IF VALID-TEMPLATE
               MOVE ENTRY-CUSTOMER-NO    TO SO-CUSTOMER-NO
               MOVE ENTRY-SEQUENCE-NO    TO SO-SEQUENCE-NO
               MOVE ENTRY-SHIP-TO-CODE   TO SO-SHIP-TO-CODE
               MOVE ENTRY-CUSTOMER-PO-NO TO SO-CUSTOMER-PO-NO
               MOVE ENTRY-FREQUENCY      TO SO-FREQUENCY
               MOVE ENTRY-STATUS         TO SO-STATUS
               MOVE ENTRY-SCHEDULE-DATE  TO SO-SCHEDULE-DATE
               PERFORM 350-SET-NEXT-DUE-DATE
           ELSE
               DISPLAY "STANDING ORDER NOT SAVED.".
      *
       310-VALIDATE-TEMPLATE-HEADER.
      *
           IF ENTRY-SHIP-TO-CODE NOT = SPACE
               IF NOT SHIPTO-SUCCESSFUL
                   DISPLAY "NO SHIP-TO FILE -- SHIP-TO CODE REFUSED."
                   MOVE "N" TO VALID-TEMPLATE-SWITCH
               ELSE
                   MOVE ENTRY-CUSTOMER-NO  TO SH-CUSTOMER-NO
                   MOVE ENTRY-SHIP-TO-CODE TO SH-SHIP-TO-CODE
                   READ SHIPTO
                       INVALID KEY
                           DISPLAY "SHIP-TO " ENTRY-SHIP-TO-CODE
                               " NOT ON FILE FOR THIS CUSTOMER."
                           MOVE "N" TO VALID-TEMPLATE-SWITCH
                   END-READ.
           IF ENTRY-FREQUENCY NOT = "W"
             AND ENTRY-FREQUENCY NOT = "B"
             AND ENTRY-FREQUENCY NOT = "M"
               DISPLAY "FREQUENCY MUST BE W, B OR M."
               MOVE "N" TO VALID-TEMPLATE-SWITCH.
           IF ENTRY-STATUS NOT = "A" AND ENTRY-STATUS NOT = "S"
               DISPLAY "STATUS MUST BE A OR S."
               MOVE "N" TO VALID-TEMPLATE-SWITCH.
           MOVE ENTRY-SCHEDULE-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF NOT DATE-REQUEST-OK
               DISPLAY "SCHEDULED DATE IS NOT A VALID DATE."
               MOVE "N" TO VALID-TEMPLATE-SWITCH
           ELSE
               IF ENTRY-SCHEDULE-DATE < RUN-DATE
                   DISPLAY "SCHEDULED DATE IS ALREADY PAST."
                   MOVE "N" TO VALID-TEMPLATE-SWITCH.
      *
       320-ACCEPT-TEMPLATE-LINE.
      *
           MOVE LINE-SUB TO DISPLAY-LINE.
           DISPLAY "LINE " DISPLAY-LINE
               " -- ENTER ITEM NUMBER, OR SPACES IF UNUSED.".
           ACCEPT ENTRY-ITEM-NO.
           IF ENTRY-ITEM-NO = SPACE
               MOVE SPACE TO SO-ITEM-NO (LINE-SUB)
               MOVE ZERO  TO SO-QUANTITY (LINE-SUB)
           ELSE
               MOVE ENTRY-ITEM-NO TO IM-ITEM-NO
               READ INVMAST
                   INVALID KEY
                       DISPLAY "ITEM " ENTRY-ITEM-NO
                           " NOT ON INVENTORY MASTER."
                       MOVE "N" TO VALID-TEMPLATE-SWITCH
                   NOT INVALID KEY
                       DISPLAY IM-ITEM-DESC
               END-READ
               DISPLAY "ENTER QUANTITY."
               ACCEPT ENTRY-QUANTITY
               IF ENTRY-QUANTITY = ZERO
                   DISPLAY "QUANTITY MUST BE GREATER THAN ZERO."
                   MOVE "N" TO VALID-TEMPLATE-SWITCH
               END-IF
               ADD 1 TO LINES-KEYED
               MOVE ENTRY-ITEM-NO  TO SO-ITEM-NO (LINE-SUB)
               MOVE ENTRY-QUANTITY TO SO-QUANTITY (LINE-SUB).
      *
       350-SET-NEXT-DUE-DATE.
      *
      *    ONE WORKING DAY FORWARD FROM THE DAY BEFORE THE
      *    SCHEDULED DATE IS THE SCHEDULED DATE ITSELF WHEN IT IS
      *    A BUSINESS DAY, AND THE NEXT BUSINESS DAY WHEN IT IS
      *    NOT.
      *
           MOVE SO-SCHEDULE-DATE TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           SUBTRACT 1 FROM DC-DAY-COUNT.
           SET DAYS-TO-DATE TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           MOVE 1 TO DC-DAY-COUNT.
           SET BUSINESS-DAYS-FORWARD TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           MOVE DC-DATE-1 TO SO-NEXT-DUE-DATE.
