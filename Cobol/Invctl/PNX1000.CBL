       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. PNX1000.
      *
      *    CUSTOMER AND VENDOR PART-NUMBER CROSS-REFERENCE
      *    MAINTENANCE. THE DESK KEYS WHOSE NUMBER IT IS -- A
      *    CUSTOMER OR A VENDOR -- AND THE PART NUMBER THAT PARTY
      *    USES, AND TIES IT TO ONE OF OUR ITEM NUMBERS. THE
      *    CUSTOMER ORDER IMPORT AND THE SHIPPING-NOTICE IMPORT
      *    TRANSLATE THROUGH THE FILE BEFORE THEY VALIDATE, AND THE
      *    PURCHASE ORDER AND THE ACKNOWLEDGMENT PRINT THE OTHER
      *    PARTY'S NUMBER UNDER OURS. AN ENTRY CAN BE ADDED,
      *    POINTED AT ANOTHER ITEM, OR DELETED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT PARTXREF ASSIGN TO "c:\cobol\data\partxref.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS PN-XREF-KEY
                           ALTERNATE RECORD KEY IS PN-ITEM-NO
                               WITH DUPLICATES
                           ALTERNATE RECORD KEY IS PN-PARTY-PART-NO
                               WITH DUPLICATES
                           FILE STATUS IS PARTXREF-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
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
                               WITH DUPLICATES.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PARTXREF.
      *
       COPY "Partxref.cpy".
      *
       FD  CUSTMASI.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC X(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  CM-SALES-YTD-2          PIC S9(5)V9(2).
           05  CM-SALES-YTD-3          PIC S9(5)V9(2).
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  PARTY-FOUND-SWITCH          PIC X   VALUE "N".
               88  PARTY-FOUND                     VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  PARTXREF-FILE-STATUS    PIC XX.
               88  PARTXREF-SUCCESSFUL         VALUE "00".
               88  PARTXREF-NOT-FOUND          VALUE "35".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-PARTY-TYPE        PIC X.
               88  ENTRY-CUSTOMER              VALUE "C".
               88  ENTRY-VENDOR                VALUE "V".
               88  ENTRY-END                   VALUE "X".
           05  ENTRY-PARTY-NO          PIC X(5).
           05  ENTRY-PART-NO           PIC X(20).
           05  ENTRY-ITEM-NO           PIC X(5).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-PART-XREF.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "PNX1000 PART-NUMBER CROSS-REFERENCE MAINTENANCE".
           OPEN I-O PARTXREF.
           IF PARTXREF-NOT-FOUND
               OPEN OUTPUT PARTXREF
               CLOSE PARTXREF
               OPEN I-O PARTXREF.
           IF NOT PARTXREF-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PARTXREF -- STATUS "
                   PARTXREF-FILE-STATUS
               STOP RUN.
           OPEN INPUT CUSTMASI.
           IF NOT CUSTMASI-SUCCESSFUL
               DISPLAY "OPEN ERROR ON CUSTMASI -- STATUS "
                   CUSTMASI-FILE-STATUS
               CLOSE PARTXREF
               STOP RUN.
           OPEN INPUT VENDMAST.
           IF NOT VENDMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENDMAST -- STATUS "
                   VENDMAST-FILE-STATUS
               CLOSE PARTXREF
                     CUSTMASI
               STOP RUN.
           OPEN INPUT INVMAST.
           PERFORM 100-MAINTAIN-XREF-ENTRY
               UNTIL END-OF-SESSION.
           CLOSE PARTXREF
                 CUSTMASI
                 VENDMAST
                 INVMAST.
           DISPLAY "PNX1000 SESSION ENDED.".
           STOP RUN.
      *
       100-MAINTAIN-XREF-ENTRY.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER C FOR A CUSTOMER PART, V FOR A VENDOR PART, "
               "OR X TO END.".
           ACCEPT ENTRY-PARTY-TYPE.
           IF ENTRY-END
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF NOT ENTRY-CUSTOMER AND NOT ENTRY-VENDOR
                   DISPLAY "ENTER C, V, OR X."
               ELSE
                   PERFORM 150-VALIDATE-PARTY
                   IF PARTY-FOUND
                       PERFORM 200-SHOW-AND-SET-XREF.
      *
       150-VALIDATE-PARTY.
      *
           MOVE "Y" TO PARTY-FOUND-SWITCH.
           IF ENTRY-CUSTOMER
               DISPLAY "ENTER CUSTOMER NUMBER."
               ACCEPT ENTRY-PARTY-NO
               MOVE ENTRY-PARTY-NO TO CM-CUSTOMER-NUMBER
               READ CUSTMASI
                   INVALID KEY
                       MOVE "N" TO PARTY-FOUND-SWITCH
                       DISPLAY "CUSTOMER NOT ON CUSTOMER MASTER."
                   NOT INVALID KEY
                       DISPLAY CM-CUSTOMER-NAME
               END-READ
           ELSE
               DISPLAY "ENTER VENDOR NUMBER."
               ACCEPT ENTRY-PARTY-NO
               MOVE ENTRY-PARTY-NO TO VM-VENDOR-NO
               READ VENDMAST
                   INVALID KEY
                       MOVE "N" TO PARTY-FOUND-SWITCH
                       DISPLAY "VENDOR NOT ON VENDOR MASTER."
                   NOT INVALID KEY
                       DISPLAY VM-VENDOR-NAME
               END-READ.
      *
       200-SHOW-AND-SET-XREF.
      *
           DISPLAY "ENTER THE PARTY'S PART NUMBER.".
           MOVE SPACE TO ENTRY-PART-NO.
           ACCEPT ENTRY-PART-NO.
           IF ENTRY-PART-NO = SPACE
               DISPLAY "A PART NUMBER IS REQUIRED."
           ELSE
               MOVE ENTRY-PARTY-TYPE TO PN-PARTY-TYPE
               MOVE ENTRY-PARTY-NO   TO PN-PARTY-NO
               MOVE ENTRY-PART-NO    TO PN-PARTY-PART-NO
               READ PARTXREF
                   INVALID KEY
                       DISPLAY "NO CROSS-REFERENCE ON FILE FOR THIS "
                           "PART."
                       PERFORM 300-ADD-XREF-ENTRY
                   NOT INVALID KEY
                       DISPLAY "NOW CROSS-REFERENCED TO ITEM "
                           PN-ITEM-NO
                       PERFORM 400-CHANGE-XREF-ENTRY
               END-READ.
      *
       300-ADD-XREF-ENTRY.
      *
           DISPLAY "ENTER OUR ITEM NUMBER, OR BLANK TO CANCEL.".
           MOVE SPACE TO ENTRY-ITEM-NO.
           ACCEPT ENTRY-ITEM-NO.
           IF ENTRY-ITEM-NO = SPACE
               DISPLAY "NOTHING ADDED."
           ELSE
               PERFORM 500-VALIDATE-ITEM-NUMBER
               IF ITEM-FOUND
                   MOVE ENTRY-PARTY-TYPE TO PN-PARTY-TYPE
                   MOVE ENTRY-PARTY-NO   TO PN-PARTY-NO
                   MOVE ENTRY-PART-NO    TO PN-PARTY-PART-NO
                   MOVE ENTRY-ITEM-NO    TO PN-ITEM-NO
                   MOVE RUN-DATE         TO PN-LAST-CHANGE-DATE
                   WRITE PART-XREF-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON PARTXREF."
                       NOT INVALID KEY
                           DISPLAY "CROSS-REFERENCE ADDED."
                   END-WRITE.
      *
       400-CHANGE-XREF-ENTRY.
      *
           DISPLAY "ENTER NEW ITEM NUMBER, D TO DELETE, OR BLANK TO "
               "LEAVE AS IS.".
           MOVE SPACE TO ENTRY-ITEM-NO.
           ACCEPT ENTRY-ITEM-NO.
           IF ENTRY-ITEM-NO = SPACE
               DISPLAY "CROSS-REFERENCE NOT CHANGED."
           ELSE
               IF ENTRY-ITEM-NO = "D"
                   DELETE PARTXREF
                       INVALID KEY
                           DISPLAY "DELETE ERROR ON PARTXREF."
                       NOT INVALID KEY
                           DISPLAY "CROSS-REFERENCE DELETED."
                   END-DELETE
               ELSE
                   PERFORM 500-VALIDATE-ITEM-NUMBER
                   IF ITEM-FOUND
                       MOVE ENTRY-ITEM-NO TO PN-ITEM-NO
                       MOVE RUN-DATE      TO PN-LAST-CHANGE-DATE
                       REWRITE PART-XREF-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON PARTXREF."
                           NOT INVALID KEY
                               DISPLAY "CROSS-REFERENCE CHANGED."
                       END-REWRITE.
      *
       500-VALIDATE-ITEM-NUMBER.
      *
           MOVE "Y" TO ITEM-FOUND-SWITCH.
           MOVE ENTRY-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND-SWITCH
                   DISPLAY "ITEM NOT ON INVENTORY MASTER."
               NOT INVALID KEY
                   DISPLAY IM-ITEM-DESC
           END-READ.
