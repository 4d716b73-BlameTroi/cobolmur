      *    DESCRIPTION, QUANTITY, UNIT PRICE, AND EXTENSION.
      *    BACKORDERED LINES ARE ACKNOWLEDGED AND FLAGGED -- THE
      *    CUSTOMER SHOULD KNOW WHAT IS COMING LATER.
      *
      *    ORDER NUMBER 999999 PRINTS REVISED ACKNOWLEDGMENTS FOR
      *    EVERY ORDER ON TODAY'S ORDER CHANGE LOG. EACH CHANGED
      *    ORDER IS PRINTED WHOLE, CANCELLED LINES INCLUDED AND
      *    FLAGGED SO THE CUSTOMER SEES WHAT WAS TAKEN OFF, BUT
      *    LEFT OUT OF THE ORDER TOTAL.
      *
       ENVIRONMENT DIVISION.
      *
      *
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES.
           SELECT ORDCHG   ASSIGN TO "c:\cobol\data\ordchg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ORDCHG-FILE-STATUS.
           SELECT PARTXREF ASSIGN TO "c:\cobol\data\partxref.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS PN-XREF-KEY
                           ALTERNATE RECORD KEY IS PN-ITEM-NO
                               WITH DUPLICATES
                           ALTERNATE RECORD KEY IS PN-PARTY-PART-NO
                               WITH DUPLICATES
                           FILE STATUS IS PARTXREF-FILE-STATUS.
           SELECT ACKRPT   ASSIGN TO "c:\cobol\data\ack1rpt.prn".
      *
       DATA DIVISION.
      *
       COPY "Ordfile.cpy".
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
            05  IM-LOCATION-DATA.
                10  IM-VENDOR-NO        PIC X(5).
                10  IM-BIN-LOCATION     PIC X(10).
      *
       FD  ORDCHG.
      *
       COPY "Ordchg.cpy".
      *
       FD  PARTXREF.
      *
       COPY "Partxref.cpy".
      *
       FD  ACKRPT.
       01  ACK-PRINT-AREA          PIC X(90).
       01  SWITCHES.
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  CUSTOMER-FOUND-SWITCH       PIC X   VALUE "N".
               88  CUSTOMER-FOUND                  VALUE "Y".
           05  FIRST-ORDER-SWITCH          PIC X   VALUE "Y".
               88  FIRST-ORDER                     VALUE "Y".
           05  ORDCHG-EOF-SWITCH           PIC X   VALUE "N".
               88  ORDCHG-EOF                      VALUE "Y".
           05  PARTXREF-ON-FILE-SWITCH     PIC X   VALUE "N".
               88  PARTXREF-ON-FILE                VALUE "Y".
           05  PARTXREF-EOF-SWITCH         PIC X   VALUE "N".
               88  PARTXREF-EOF                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  ORDCHG-FILE-STATUS      PIC XX.
               88  ORDCHG-SUCCESSFUL           VALUE "00".
           05  PARTXREF-FILE-STATUS    PIC XX.
               88  PARTXREF-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ORDER-NO          PIC 9(6).
               88  REVISED-ACKNOWLEDGMENTS     VALUE 999999.
      *
       01  CONTROL-FIELDS.
           05  OLD-ORDER-NO            PIC 9(6).
       01  ACK-WORK-FIELDS.
           05  LINE-EXTENSION          PIC S9(8)V99.
           05  ORDER-TOTAL-AMOUNT      PIC S9(9)V99 VALUE ZERO.
           05  XREF-CUSTOMER-NO        PIC X(5).
      *
       01  CHANGED-ORDER-TABLE.
           05  CHANGED-ORDER-COUNT     PIC S9(3)   COMP  VALUE ZERO.
           05  CHANGED-ORDER-ENTRY         OCCURS 200 TIMES
                                           INDEXED BY CHANGED-INDEX.
               10  CO-ORDER-NO             PIC 9(6).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  FILLER              PIC X(13).
      *
       01  ACK-HEADING-LINE-1.
           05  AHL-REPORT-TITLE        PIC X(40) VALUE
               "ACK1000  ORDER ACKNOWLEDGMENT".
           05  AHL-RUN-DATE            PIC 9(8).
      *
       01  ACK-ORDER-LINE.
           05  AOL-ORDER-NO            PIC 9(6).
           05  FILLER                  PIC X(9)  VALUE "   DATED ".
           05  AOL-ORDER-DATE          PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               "   YOUR PO ".
           05  AOL-CUSTOMER-PO-NO      PIC X(10).
           05  FILLER                  PIC X(13) VALUE
               "   REQUESTED ".
           05  AOL-REQUESTED-DATE      PIC X(8).
      *
       01  ACK-CUSTOMER-LINE.
           05  FILLER                  PIC X(9)  VALUE "CUSTOMER ".
           05  ADL-EXTENSION           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ADL-STATUS-FLAG         PIC X(12).
      *
       01  ACK-PART-LINE.
           05  FILLER                  PIC X(12) VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "YOUR PART NO ".
           05  APL-PART-NO             PIC X(20).
      *
       01  ACK-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           DISPLAY "ACK1000 ORDER ACKNOWLEDGMENT PRINT".
           DISPLAY "ENTER ORDER NUMBER, OR 000000 FOR ALL ORDERS "
               "ENTERED TODAY.".
           DISPLAY "ENTER 999999 FOR REVISED ACKNOWLEDGMENTS OF "
               "ORDERS CHANGED TODAY.".
           ACCEPT ENTRY-ORDER-NO.
           OPEN INPUT  INVMAST.
           OPEN INPUT  PARTXREF.
           IF PARTXREF-SUCCESSFUL
               MOVE "Y" TO PARTXREF-ON-FILE-SWITCH.
           OPEN OUTPUT ACKRPT.
           IF REVISED-ACKNOWLEDGMENTS
               MOVE "ACK1000  REVISED ORDER ACKNOWLEDGMENT"
                   TO AHL-REPORT-TITLE
               PERFORM 400-LOAD-CHANGED-ORDERS
               PERFORM 450-ACKNOWLEDGE-CHANGED-ORDER
                   VARYING CHANGED-INDEX FROM 1 BY 1
                   UNTIL CHANGED-INDEX > CHANGED-ORDER-COUNT
           ELSE
               OPEN INPUT  ORDFILE
               IF NOT ORDFILE-SUCCESSFUL
                   DISPLAY "NO ORDER FILE ON FILE -- STATUS "
                       ORDFILE-FILE-STATUS
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               END-IF
               PERFORM 100-ACKNOWLEDGE-NEXT-LINE
                   UNTIL ORDFILE-EOF
               IF ORDFILE-SUCCESSFUL
                   CLOSE ORDFILE.
           IF NOT FIRST-ORDER
               PERFORM 300-PRINT-ORDER-TOTAL.
           CLOSE INVMAST
                 ACKRPT.
           IF PARTXREF-ON-FILE
               CLOSE PARTXREF.
           DISPLAY "ACK1000 ORDERS PRINTED " ORDERS-PRINTED-COUNT
               "  LINES PRINTED " LINES-PRINTED-COUNT.
           STOP RUN.
           IF ORDER-BACKORDERED
               MOVE "*BACKORDER*" TO ADL-STATUS-FLAG
           ELSE
               IF ORDER-CANCELLED
                   MOVE "*CANCELLED*" TO ADL-STATUS-FLAG
               ELSE
                   MOVE SPACE TO ADL-STATUS-FLAG.
           MOVE ACK-DETAIL-LINE TO ACK-PRINT-AREA.
           WRITE ACK-PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 250-FIND-CUSTOMER-PART.
           IF APL-PART-NO NOT = SPACE
               MOVE ACK-PART-LINE TO ACK-PRINT-AREA
               WRITE ACK-PRINT-AREA AFTER ADVANCING 1 LINES.
           IF NOT ORDER-CANCELLED
               ADD LINE-EXTENSION TO ORDER-TOTAL-AMOUNT.
           ADD 1 TO LINES-PRINTED-COUNT.
      *
       220-PRINT-ORDER-HEADING.
           WRITE ACK-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE OR-ORDER-NO   TO AOL-ORDER-NO.
           MOVE OR-ORDER-DATE TO AOL-ORDER-DATE.
           MOVE OR-CUSTOMER-PO-NO TO AOL-CUSTOMER-PO-NO.
           IF OR-REQUESTED-DATE = ZERO
               MOVE SPACE TO AOL-REQUESTED-DATE
           ELSE
               MOVE OR-REQUESTED-DATE TO AOL-REQUESTED-DATE.
           MOVE ACK-ORDER-LINE TO ACK-PRINT-AREA.
           WRITE ACK-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 230-LOOKUP-CUSTOMER-NAME.
       230-LOOKUP-CUSTOMER-NAME.
      *
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.
           OPEN INPUT CUSTMASI.
           IF CUSTMASI-SUCCESSFUL
               MOVE OR-CUSTOMER-NO TO CM-CUSTOMER-NUMBER
               READ CUSTMASI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO CUSTOMER-FOUND-SWITCH
               END-READ
               CLOSE CUSTMASI.
           IF CUSTOMER-FOUND
               MOVE CM-CUSTOMER-NAME TO ACL-CUSTOMER-NAME
           ELSE
               MOVE "NOT ON CUSTOMER MAST" TO ACL-CUSTOMER-NAME.
      *
       240-LOOKUP-INVENTORY-ITEM.
      *
               INVALID KEY
                   MOVE "ITEM NOT ON INVENTORY MASTER"
                       TO IM-ITEM-DESC.
      *
       250-FIND-CUSTOMER-PART.
      *
      *    THE CUSTOMER'S OWN PART NUMBER, WHEN IT HAS ONE ON THE
      *    CROSS-REFERENCE FOR THIS ITEM, PRINTS UNDER OUR LINE.
      *
           MOVE SPACE TO APL-PART-NO.
           IF PARTXREF-ON-FILE
               MOVE OR-CUSTOMER-NO TO XREF-CUSTOMER-NO
               MOVE OR-ITEM-NO     TO PN-ITEM-NO
               MOVE "N" TO PARTXREF-EOF-SWITCH
               START PARTXREF KEY IS EQUAL TO PN-ITEM-NO
                   INVALID KEY
                       MOVE "Y" TO PARTXREF-EOF-SWITCH
               END-START
               PERFORM 255-READ-ITEM-XREF
                   UNTIL PARTXREF-EOF.
      *
       255-READ-ITEM-XREF.
      *
           READ PARTXREF NEXT RECORD
               AT END
                   MOVE "Y" TO PARTXREF-EOF-SWITCH
               NOT AT END
                   IF PN-ITEM-NO NOT = OR-ITEM-NO
                       MOVE "Y" TO PARTXREF-EOF-SWITCH
                   ELSE
                       IF PN-CUSTOMER-PART
                         AND PN-PARTY-NO = XREF-CUSTOMER-NO
                           MOVE PN-PARTY-PART-NO TO APL-PART-NO
                           MOVE "Y" TO PARTXREF-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.
      *
       300-PRINT-ORDER-TOTAL.
      *
           MOVE ACK-TOTAL-LINE TO ACK-PRINT-AREA.
           WRITE ACK-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO ORDER-TOTAL-AMOUNT.
      *
       400-LOAD-CHANGED-ORDERS.
      *
      *    ONE TABLE ENTRY PER ORDER CHANGED TODAY, HOWEVER MANY
      *    CHANGES WERE LOGGED AGAINST IT.
      *
           OPEN INPUT ORDCHG.
           IF NOT ORDCHG-SUCCESSFUL
               DISPLAY "NO ORDER CHANGE LOG ON FILE -- STATUS "
                   ORDCHG-FILE-STATUS
           ELSE
               PERFORM 410-READ-ORDER-CHANGE
                   UNTIL ORDCHG-EOF
               CLOSE ORDCHG.
      *
       410-READ-ORDER-CHANGE.
      *
           READ ORDCHG
               AT END
                   MOVE "Y" TO ORDCHG-EOF-SWITCH
               NOT AT END
                   IF CG-CHANGE-DATE = RUN-DATE
                       PERFORM 420-ADD-CHANGED-ORDER
                   END-IF
           END-READ.
      *
       420-ADD-CHANGED-ORDER.
      *
           SET CHANGED-INDEX TO 1.
           SEARCH CHANGED-ORDER-ENTRY
               AT END
                   DISPLAY "MORE THAN 200 ORDERS CHANGED -- ORDER "
                       CG-ORDER-NO " NOT ACKNOWLEDGED"
               WHEN CHANGED-INDEX > CHANGED-ORDER-COUNT
                   ADD 1 TO CHANGED-ORDER-COUNT
                   MOVE CG-ORDER-NO TO CO-ORDER-NO (CHANGED-INDEX)
               WHEN CO-ORDER-NO (CHANGED-INDEX) = CG-ORDER-NO
                   CONTINUE
           END-SEARCH.
      *
       450-ACKNOWLEDGE-CHANGED-ORDER.
      *
      *    A LINE SPLIT OFF BY A CHANGE SITS AT THE END OF THE
      *    ORDER FILE, SO EACH CHANGED ORDER GETS ITS OWN PASS TO
      *    KEEP ALL ITS LINES ON ONE ACKNOWLEDGMENT.
      *
           MOVE "N" TO ORDFILE-EOF-SWITCH.
           OPEN INPUT ORDFILE.
           IF NOT ORDFILE-SUCCESSFUL
               DISPLAY "NO ORDER FILE ON FILE -- STATUS "
                   ORDFILE-FILE-STATUS
           ELSE
               PERFORM 460-ACKNOWLEDGE-CHANGED-LINE
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
      *
       460-ACKNOWLEDGE-CHANGED-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF OR-ORDER-NO = CO-ORDER-NO (CHANGED-INDEX)
                     AND NOT ORDER-BILLED
                       PERFORM 200-PRINT-ACKNOWLEDGMENT-LINE
                   END-IF
           END-READ.
