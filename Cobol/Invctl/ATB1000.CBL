      *    PARENT ON THE BILL-OF-MATERIAL FILE -- THE COMPONENTS
      *    ARE EXPLODED, EACH COMPONENT'S ON-HAND IS NETTED
      *    AGAINST THE QUANTITIES ALREADY ALLOCATED TO OPEN
      *    CUSTOMER ORDERS AND RELEASED WORK ORDERS, AND THE
      *    BUILDABLE QUANTITY IS THE WORST COMPONENT'S FLOOR. THE
      *    BINDING COMPONENT IS NAMED, AND FOR MULTI-WAREHOUSE
      *    STOCK THE SAME ANSWER IS SHOWN PER LOCATION FROM THE
      *    LOCATION BALANCES, EACH NETTED THE SAME WAY ORDER ENTRY
      *    NETS IT -- AGAINST THE LINES ALLOCATED TO THAT
      *    WAREHOUSE, AND NEVER MORE THAN THE COMPANY-WIDE FIGURE.
      *    SALES STOPS PROMISING KITS BY WALKING THE WAREHOUSE.
      *
       ENVIRONMENT DIVISION.
      *
                           ACCESS IS DYNAMIC
                           RECORD KEY IS LB-BALANCE-KEY
                           FILE STATUS IS LOCBAL-FILE-STATUS.
           SELECT WOCOMP   ASSIGN TO "c:\cobol\data\wocomp.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS WM-COMPONENT-KEY
                           FILE STATUS IS WOCOMP-FILE-STATUS.
           SELECT ATBRPT   ASSIGN TO "c:\cobol\data\atb1rpt.prn".
      *
       DATA DIVISION.
       FD  LOCBAL.
      *
       COPY "Locbal.cpy".
      *
       FD  WOCOMP.
      *
       COPY "Wocomp.cpy".
      *
       FD  ATBRPT.
       01  ATB-PRINT-AREA          PIC X(90).
               88  BOMMAST-EOF                     VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  WOCOMP-EOF-SWITCH           PIC X   VALUE "N".
               88  WOCOMP-EOF                      VALUE "Y".
           05  LOCBAL-EOF-SWITCH           PIC X   VALUE "N".
               88  LOCBAL-EOF                      VALUE "Y".
           05  LOCBAL-AVAILABLE-SWITCH     PIC X   VALUE "N".
               88  ORDFILE-SUCCESSFUL          VALUE "00".
           05  LOCBAL-FILE-STATUS      PIC XX.
               88  LOCBAL-SUCCESSFUL           VALUE "00".
           05  WOCOMP-FILE-STATUS      PIC XX.
               88  WOCOMP-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-PARENT-ITEM-NO    PIC X(5).
       01  EXPLODE-WORK-FIELDS.
           05  WORK-PARENT-ITEM-NO    PIC X(5).
           05  COMPONENT-AVAILABLE     PIC S9(7).
           05  LOCATION-AVAILABLE      PIC S9(7).
           05  COMPONENT-BUILDABLE     PIC S9(7).
           05  KIT-BUILDABLE           PIC S9(7).
           05  BINDING-COMPONENT-NO    PIC X(5).
           05  ALLOCATION-ENTRY            OCCURS 200 TIMES
                                           INDEXED BY ALLOCATION-INDEX.
               10  AT-ITEM-NO              PIC X(5).
               10  AT-WAREHOUSE-CODE       PIC X(2).
               10  AT-ALLOCATED-QUANTITY   PIC S9(7).
      *
       01  LOCATION-RESULT-TABLE.
               PERFORM 060-LOAD-NEXT-ALLOCATION
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
           OPEN INPUT WOCOMP.
           IF WOCOMP-SUCCESSFUL
               PERFORM 080-LOAD-NEXT-WO-ALLOCATION
                   UNTIL WOCOMP-EOF
               CLOSE WOCOMP.
      *
       060-LOAD-NEXT-ALLOCATION.
      *
                       ADD 1 TO ALLOCATION-ENTRY-COUNT
                       MOVE OR-ITEM-NO TO
                           AT-ITEM-NO (ALLOCATION-INDEX)
                       MOVE OR-WAREHOUSE-CODE TO
                           AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                       MOVE OR-ALLOCATED-QUANTITY TO
                           AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                   ELSE
                           "ITEM " OR-ITEM-NO
                   END-IF
               WHEN AT-ITEM-NO (ALLOCATION-INDEX) = OR-ITEM-NO
                 AND AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                     = OR-WAREHOUSE-CODE
                   ADD OR-ALLOCATED-QUANTITY TO
                       AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
           END-SEARCH.
      *
       080-LOAD-NEXT-WO-ALLOCATION.
      *
      *    WORK-ORDER COMPONENT ALLOCATIONS ARE HELD COMPANY-WIDE,
      *    UNDER A BLANK WAREHOUSE CODE.
      *
           READ WOCOMP
               AT END
                   MOVE "Y" TO WOCOMP-EOF-SWITCH
               NOT AT END
                   IF WM-ALLOCATED-QTY > ZERO
                       PERFORM 090-ACCUMULATE-WO-ALLOCATION
                   END-IF
           END-READ.
      *
       090-ACCUMULATE-WO-ALLOCATION.
      *
           SET ALLOCATION-INDEX TO 1.
           SEARCH ALLOCATION-ENTRY
               AT END
                   CONTINUE
               WHEN ALLOCATION-INDEX > ALLOCATION-ENTRY-COUNT
                   IF ALLOCATION-ENTRY-COUNT < 200
                       ADD 1 TO ALLOCATION-ENTRY-COUNT
                       MOVE WM-COMPONENT-ITEM-NO TO
                           AT-ITEM-NO (ALLOCATION-INDEX)
                       MOVE SPACE TO
                           AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                       MOVE WM-ALLOCATED-QTY TO
                           AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                   ELSE
                       DISPLAY "ATB1000 ALLOCATION TABLE FULL FOR "
                           "ITEM " WM-COMPONENT-ITEM-NO
                   END-IF
               WHEN AT-ITEM-NO (ALLOCATION-INDEX) = WM-COMPONENT-ITEM-NO
                 AND AT-WAREHOUSE-CODE (ALLOCATION-INDEX) = SPACE
                   ADD WM-ALLOCATED-QTY TO
                       AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
           END-SEARCH.
      *
       100-PROCESS-ONE-INQUIRY.
      *
               NOT INVALID KEY
                   MOVE IM-ON-HAND TO COMPONENT-AVAILABLE
           END-READ.
           PERFORM 245-SUBTRACT-ITEM-ALLOCATION
               VARYING ALLOCATION-INDEX FROM 1 BY 1
               UNTIL ALLOCATION-INDEX > ALLOCATION-ENTRY-COUNT.
           IF COMPONENT-AVAILABLE < ZERO
               MOVE ZERO TO COMPONENT-AVAILABLE.
           MOVE COMPONENT-AVAILABLE TO CE-AVAILABLE (COMP-SUB).
               MOVE COMPONENT-BUILDABLE TO KIT-BUILDABLE
               MOVE CE-ITEM-NO (COMP-SUB)
                   TO BINDING-COMPONENT-NO.
      *
       245-SUBTRACT-ITEM-ALLOCATION.
      *
      *    AN ITEM HAS ONE ALLOCATION ENTRY PER WAREHOUSE, SO THE
      *    COMPANY-WIDE FIGURE TAKES THEM ALL.
      *
           IF AT-ITEM-NO (ALLOCATION-INDEX) = CE-ITEM-NO (COMP-SUB)
               SUBTRACT AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                   FROM COMPONENT-AVAILABLE.
      *
       260-COMPUTE-LOCATION-BUILDABLE.
      *
      *
       290-POST-LOCATION-BUILDABLE.
      *
           MOVE LB-ON-HAND TO LOCATION-AVAILABLE.
           SET ALLOCATION-INDEX TO 1.
           SEARCH ALLOCATION-ENTRY
               AT END
                   CONTINUE
               WHEN ALLOCATION-INDEX > ALLOCATION-ENTRY-COUNT
                   CONTINUE
               WHEN AT-ITEM-NO (ALLOCATION-INDEX)
                       = CE-ITEM-NO (COMP-SUB)
                 AND AT-WAREHOUSE-CODE (ALLOCATION-INDEX)
                       = LB-LOCATION-CODE
                   SUBTRACT AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                       FROM LOCATION-AVAILABLE
           END-SEARCH.
           IF LOCATION-AVAILABLE > CE-AVAILABLE (COMP-SUB)
               MOVE CE-AVAILABLE (COMP-SUB) TO LOCATION-AVAILABLE.
           DIVIDE LOCATION-AVAILABLE BY CE-PER-KIT-QTY (COMP-SUB)
               GIVING COMPONENT-BUILDABLE.
           IF COMPONENT-BUILDABLE < ZERO
               MOVE ZERO TO COMPONENT-BUILDABLE.
