       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. REQ3000.
      *
      *    PURCHASE-ORDER RUN FROM APPROVED REQUISITIONS. EVERY
      *    APPROVED REQUISITION NOT YET ORDERED IS WRITTEN TO
      *    PORDFILE, ONE PURCHASE ORDER PER VENDOR: A PO NUMBER IS
      *    TAKEN FROM THE CONTROL FILE FOR EACH VENDOR AND THE
      *    VENDOR'S REQUISITIONS BECOME ITS LINES, NUMBERED FROM 1,
      *    WRITTEN TOGETHER SO POP1000 CAN PRINT THE ORDER. EACH
      *    REQUISITION IS MARKED ORDERED WITH THE PO NUMBER AND
      *    LINE IT BECAME, SO A RERUN ORDERS NOTHING TWICE.
      *    PENDING AND REJECTED REQUISITIONS ARE NEVER ORDERED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REQFILE  ASSIGN TO "c:\cobol\data\reqfile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RQ-REQ-NO
                           FILE STATUS IS REQFILE-FILE-STATUS.
           SELECT PORDFILE ASSIGN TO "c:\cobol\data\pordfile.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PORDFILE-FILE-STATUS.
           SELECT POCTL    ASSIGN TO "c:\cobol\data\poctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS POCTL-FILE-STATUS.
           SELECT REQRPT   ASSIGN TO "c:\cobol\data\req3rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  REQFILE.
      *
       COPY "Reqfile.cpy".
      *
       FD  PORDFILE.
      *
       01  PURCHASE-ORDER-RECORD.
           05  PO-ITEM-NO              PIC X(5).
           05  PO-VENDOR-NO            PIC X(5).
           05  PO-ORDER-QUANTITY       PIC S9(5).
           05  PO-ORDER-DATE           PIC 9(8).
           05  PO-STATUS               PIC X.
               88  PO-OPEN                     VALUE "O".
               88  PO-PARTIAL                  VALUE "P".
               88  PO-CLOSED                   VALUE "C".
           05  PO-UNIT-COST            PIC S9(3)V99.
           05  PO-RECEIVED-QTY         PIC S9(5).
           05  PO-PROMISE-DATE         PIC 9(8).
           05  PO-REVISION-NO          PIC 9(2).
           05  PO-DROP-SHIP-SWITCH     PIC X.
               88  PO-DROP-SHIP                VALUE "Y".
           05  PO-NUMBER               PIC 9(6).
           05  PO-LINE-NO              PIC 9(2).
           05  PO-BLANKET-NO           PIC 9(6).
      *
       FD  POCTL.
      *
       01  PO-CONTROL-RECORD.
           05  PC-LAST-PO-NUMBER       PIC 9(6).
      *
       FD  REQRPT.
      *
       01  PRINT-AREA                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  REQFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  REQFILE-EOF                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  REQFILE-FILE-STATUS     PIC XX.
               88  REQFILE-SUCCESSFUL          VALUE "00".
           05  PORDFILE-FILE-STATUS    PIC XX.
               88  PORDFILE-SUCCESSFUL         VALUE "00".
           05  POCTL-FILE-STATUS       PIC XX.
               88  POCTL-SUCCESSFUL            VALUE "00".
      *
       01  ORDER-WORK-FIELDS.
           05  NEXT-PO-NUMBER          PIC 9(6)    VALUE ZERO.
           05  NEXT-LINE-NO            PIC 9(2)    VALUE ZERO.
           05  ORDER-TOTAL             PIC S9(7)V99  VALUE ZERO.
      *
       01  COUNT-FIELDS.
           05  ORDERS-WRITTEN          PIC S9(5)   COMP  VALUE ZERO.
           05  LINES-WRITTEN           PIC S9(5)   COMP  VALUE ZERO.
           05  RUN-TOTAL               PIC S9(9)V99  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-ORDER-COUNT     PIC ZZ,ZZ9.
           05  DISPLAY-LINE-COUNT      PIC ZZ,ZZ9.
      *
      *    THE VENDORS WITH APPROVED REQUISITIONS WAITING, FOUND ON
      *    THE FIRST PASS. EACH GETS ITS OWN PASS AND ITS OWN PO.
      *
       01  VENDOR-TABLE.
           05  VENDOR-COUNT            PIC S9(3)   COMP  VALUE ZERO.
           05  VENDOR-ENTRY                OCCURS 100 TIMES
                                           INDEXED BY VT-INDEX.
               10  VT-VENDOR-NO        PIC X(5).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  REQ-HEADING-LINE-1.
           05  FILLER                  PIC X(44)
               VALUE "REQ3000  PURCHASE ORDERS FROM REQUISITIONS  ".
           05  FILLER                  PIC X(8)  VALUE "RUN ON ".
           05  RHL-RUN-DATE            PIC 9(8).
      *
       01  REQ-HEADING-LINE-2.
           05  FILLER                  PIC X(37)
               VALUE "PO NO.  LN  VEND.   ITEM    REQ NO.".
           05  FILLER                  PIC X(43)
               VALUE "APPROVER    QTY      UNIT COST   EXTENDED".
      *
       01  REQ-DETAIL-LINE.
           05  RDL-PO-NUMBER           PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-LINE-NO             PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  RDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  RDL-REQ-NO              PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  RDL-DECIDED-BY          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-QUANTITY            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05  RDL-UNIT-COST           PIC ZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RDL-EXTENDED-COST       PIC Z,ZZZ,ZZ9.99.
      *
       01  REQ-TOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  RTL-TOTAL-NAME          PIC X(30).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       000-ORDER-APPROVED-REQUISITIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "REQ3000 PURCHASE ORDERS FROM REQUISITIONS".
           OPEN I-O REQFILE.
           IF NOT REQFILE-SUCCESSFUL
               DISPLAY "NO REQUISITIONS ON FILE -- STATUS "
                   REQFILE-FILE-STATUS
               STOP RUN.
           PERFORM 100-LOAD-ORDERING-VENDORS.
           IF VENDOR-COUNT = ZERO
               DISPLAY "REQ3000 NO APPROVED REQUISITIONS -- NOTHING "
                   "ORDERED."
               CLOSE REQFILE
               STOP RUN.
           OPEN EXTEND PORDFILE.
           IF NOT PORDFILE-SUCCESSFUL
               OPEN OUTPUT PORDFILE.
           IF NOT PORDFILE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON PORDFILE -- STATUS "
                   PORDFILE-FILE-STATUS
               CLOSE REQFILE
               STOP RUN.
           OPEN OUTPUT REQRPT.
           MOVE RUN-DATE TO RHL-RUN-DATE.
           MOVE REQ-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE REQ-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 200-ORDER-ONE-VENDOR
               VARYING VT-INDEX FROM 1 BY 1
               UNTIL VT-INDEX > VENDOR-COUNT.
           PERFORM 400-PRINT-RUN-TOTALS.
           CLOSE REQFILE
                 PORDFILE
                 REQRPT.
           MOVE ORDERS-WRITTEN TO DISPLAY-ORDER-COUNT.
           MOVE LINES-WRITTEN  TO DISPLAY-LINE-COUNT.
           DISPLAY "REQ3000 PURCHASE ORDERS WRITTEN "
               DISPLAY-ORDER-COUNT "  LINES " DISPLAY-LINE-COUNT.
           STOP RUN.
      *
       100-LOAD-ORDERING-VENDORS.
      *
           PERFORM 150-START-REQFILE.
           PERFORM 110-LOAD-NEXT-VENDOR
               UNTIL REQFILE-EOF.
      *
       110-LOAD-NEXT-VENDOR.
      *
           READ REQFILE NEXT RECORD
               AT END
                   MOVE "Y" TO REQFILE-EOF-SWITCH
               NOT AT END
                   IF REQ-APPROVED
                       SET VT-INDEX TO 1
                       SEARCH VENDOR-ENTRY
                           AT END
                               DISPLAY "VENDOR TABLE FULL -- VENDOR "
                                   RQ-VENDOR-NO " LEFT FOR NEXT RUN."
                           WHEN VT-INDEX > VENDOR-COUNT
                               ADD 1 TO VENDOR-COUNT
                               MOVE RQ-VENDOR-NO
                                   TO VT-VENDOR-NO (VT-INDEX)
                           WHEN VT-VENDOR-NO (VT-INDEX) = RQ-VENDOR-NO
                               CONTINUE
                       END-SEARCH
                   END-IF
           END-READ.
      *
       150-START-REQFILE.
      *
           MOVE "N"  TO REQFILE-EOF-SWITCH.
           MOVE ZERO TO RQ-REQ-NO.
           START REQFILE KEY > RQ-REQ-NO
               INVALID KEY
                   MOVE "Y" TO REQFILE-EOF-SWITCH.
      *
       200-ORDER-ONE-VENDOR.
      *
           MOVE ZERO TO NEXT-LINE-NO.
           MOVE ZERO TO ORDER-TOTAL.
           PERFORM 150-START-REQFILE.
           PERFORM 210-ORDER-NEXT-REQUISITION
               UNTIL REQFILE-EOF.
           IF NEXT-LINE-NO > ZERO
               PERFORM 240-PRINT-ORDER-TOTAL.
      *
       210-ORDER-NEXT-REQUISITION.
      *
           READ REQFILE NEXT RECORD
               AT END
                   MOVE "Y" TO REQFILE-EOF-SWITCH
               NOT AT END
                   IF REQ-APPROVED
                     AND RQ-VENDOR-NO = VT-VENDOR-NO (VT-INDEX)
                       PERFORM 220-WRITE-ORDER-LINE
                   END-IF
           END-READ.
      *
       220-WRITE-ORDER-LINE.
      *
      *    A PO HOLDS 99 LINES; A VENDOR WITH MORE WAITING GETS A
      *    SECOND ORDER.
      *
           IF NEXT-LINE-NO = ZERO OR NEXT-LINE-NO = 99
               IF NEXT-LINE-NO = 99
                   PERFORM 240-PRINT-ORDER-TOTAL
                   MOVE ZERO TO ORDER-TOTAL
               END-IF
               PERFORM 300-TAKE-NEXT-PO-NUMBER
               ADD 1 TO ORDERS-WRITTEN
               MOVE ZERO TO NEXT-LINE-NO.
           ADD 1 TO NEXT-LINE-NO.
           MOVE RQ-ITEM-NO       TO PO-ITEM-NO.
           MOVE RQ-VENDOR-NO     TO PO-VENDOR-NO.
           MOVE RQ-QUANTITY      TO PO-ORDER-QUANTITY.
           MOVE RUN-DATE         TO PO-ORDER-DATE.
           MOVE RQ-UNIT-COST     TO PO-UNIT-COST.
           MOVE ZERO             TO PO-RECEIVED-QTY.
           MOVE ZERO             TO PO-PROMISE-DATE.
           MOVE ZERO             TO PO-REVISION-NO.
           MOVE "N"              TO PO-DROP-SHIP-SWITCH.
           MOVE NEXT-PO-NUMBER   TO PO-NUMBER.
           MOVE NEXT-LINE-NO     TO PO-LINE-NO.
           MOVE ZERO             TO PO-BLANKET-NO.
           SET PO-OPEN TO TRUE.
           WRITE PURCHASE-ORDER-RECORD.
           IF NOT PORDFILE-SUCCESSFUL
               DISPLAY "WRITE ERROR ON PORDFILE FOR REQUISITION "
                   RQ-REQ-NO
           ELSE
               SET REQ-ORDERED TO TRUE
               MOVE NEXT-PO-NUMBER TO RQ-PO-NUMBER
               MOVE NEXT-LINE-NO   TO RQ-PO-LINE-NO
               REWRITE REQUISITION-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON REQFILE FOR "
                           "REQUISITION " RQ-REQ-NO
               END-REWRITE
               ADD 1 TO LINES-WRITTEN
               ADD RQ-EXTENDED-COST TO ORDER-TOTAL
               ADD RQ-EXTENDED-COST TO RUN-TOTAL
               PERFORM 230-PRINT-ORDER-LINE.
      *
       230-PRINT-ORDER-LINE.
      *
           MOVE NEXT-PO-NUMBER   TO RDL-PO-NUMBER.
           MOVE NEXT-LINE-NO     TO RDL-LINE-NO.
           MOVE RQ-VENDOR-NO     TO RDL-VENDOR-NO.
           MOVE RQ-ITEM-NO       TO RDL-ITEM-NO.
           MOVE RQ-REQ-NO        TO RDL-REQ-NO.
           MOVE RQ-DECIDED-BY    TO RDL-DECIDED-BY.
           MOVE RQ-QUANTITY      TO RDL-QUANTITY.
           MOVE RQ-UNIT-COST     TO RDL-UNIT-COST.
           MOVE RQ-EXTENDED-COST TO RDL-EXTENDED-COST.
           MOVE REQ-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       240-PRINT-ORDER-TOTAL.
      *
           MOVE "PURCHASE ORDER TOTAL" TO RTL-TOTAL-NAME.
           MOVE NEXT-LINE-NO TO RTL-COUNT.
           MOVE ORDER-TOTAL  TO RTL-AMOUNT.
           MOVE REQ-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE SPACE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       300-TAKE-NEXT-PO-NUMBER.
      *
      *    THE SAME SEQUENCE ORDER ENTRY, BLANKET RELEASES, AND PO
      *    ENTRY DRAW FROM, TAKEN AND REWRITTEN AT ONCE.
      *
           OPEN INPUT POCTL.
           IF POCTL-SUCCESSFUL
               READ POCTL
                   AT END
                       MOVE ZERO TO PC-LAST-PO-NUMBER
               END-READ
               MOVE PC-LAST-PO-NUMBER TO NEXT-PO-NUMBER
               CLOSE POCTL
           ELSE
               MOVE ZERO TO NEXT-PO-NUMBER.
           ADD 1 TO NEXT-PO-NUMBER.
           OPEN OUTPUT POCTL.
           MOVE NEXT-PO-NUMBER TO PC-LAST-PO-NUMBER.
           WRITE PO-CONTROL-RECORD.
           CLOSE POCTL.
      *
       400-PRINT-RUN-TOTALS.
      *
           MOVE "PURCHASE ORDERS WRITTEN" TO RTL-TOTAL-NAME.
           MOVE ORDERS-WRITTEN TO RTL-COUNT.
           MOVE RUN-TOTAL      TO RTL-AMOUNT.
           MOVE REQ-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "REQUISITION LINES ORDERED" TO RTL-TOTAL-NAME.
           MOVE LINES-WRITTEN  TO RTL-COUNT.
           MOVE ZERO           TO RTL-AMOUNT.
           MOVE REQ-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
