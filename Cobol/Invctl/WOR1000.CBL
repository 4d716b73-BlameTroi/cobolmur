       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. WOR1000.
      *
      *    ASSEMBLY WORK-ORDER PLANNING AND RELEASE. PLANNING A WORK
      *    ORDER EXPLODES THE PARENT'S BILL OF MATERIALS INTO ONE
      *    COMPONENT LINE PER COMPONENT UNDER A WORK-ORDER NUMBER
      *    DRAWN FROM ITS OWN CONTROL FILE. RELEASING IT CHECKS
      *    EVERY COMPONENT AGAINST ON-HAND LESS WHAT OPEN CUSTOMER
      *    ORDERS AND OTHER RELEASED WORK ORDERS ALREADY HOLD,
      *    ALLOCATES THE COMPONENTS SO ORDER ENTRY STOPS PROMISING
      *    THEM, AND PRINTS THE COMPONENT PICK LIST THE FLOOR
      *    STAGES FROM. A WORK ORDER WITH ANY COMPONENT SHORT IS
      *    NOT RELEASED. STAGING, COMPLETIONS, SCRAP, AND CLOSING
      *    ARE POSTED IN WOR2000; WOR3000 VALUES WORK IN PROCESS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT WOFILE   ASSIGN TO "c:\cobol\data\wofile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS WO-WORK-ORDER-NO
                           FILE STATUS IS WOFILE-FILE-STATUS.
           SELECT WOCOMP   ASSIGN TO "c:\cobol\data\wocomp.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS WM-COMPONENT-KEY
                           FILE STATUS IS WOCOMP-FILE-STATUS.
           SELECT WOCTL    ASSIGN TO "c:\cobol\data\woctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WOCTL-FILE-STATUS.
           SELECT BOMMAST  ASSIGN TO "c:\cobol\data\bommast.dat"
                           FILE STATUS IS BOMMAST-FILE-STATUS.
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES
                           FILE STATUS IS INVMAST-FILE-STATUS.
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS ORDFILE-FILE-STATUS.
           SELECT PCKLIST  ASSIGN TO "c:\cobol\data\wor1pck.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  WOFILE.
      *
       COPY "Wofile.cpy".
      *
       FD  WOCOMP.
      *
       COPY "Wocomp.cpy".
      *
       FD  WOCTL.
      *
       01  WORK-ORDER-CONTROL-RECORD.
           05  WN-LAST-WORK-ORDER-NO   PIC 9(6).
      *
       FD  BOMMAST.
      *
       COPY "Bommast.cpy".
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
       FD  ORDFILE.
      *
       COPY "Ordfile.cpy".
      *
       FD  PCKLIST.
      *
       01  PCK-PRINT-AREA              PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  BOMMAST-EOF-SWITCH          PIC X   VALUE "N".
               88  BOMMAST-EOF                     VALUE "Y".
           05  ORDFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  ORDFILE-EOF                     VALUE "Y".
           05  WOCOMP-EOF-SWITCH           PIC X   VALUE "N".
               88  WOCOMP-EOF                      VALUE "Y".
           05  END-OF-COMPONENTS-SWITCH    PIC X   VALUE "N".
               88  END-OF-COMPONENTS               VALUE "Y".
           05  ITEM-FOUND-SWITCH           PIC X   VALUE "N".
               88  ITEM-FOUND                      VALUE "Y".
           05  RELEASE-POSSIBLE-SWITCH     PIC X   VALUE "Y".
               88  RELEASE-POSSIBLE                VALUE "Y".
           05  FUNCTION-CODE               PIC X   VALUE "P".
               88  PLAN-FUNCTION                   VALUE "P" "p".
               88  RELEASE-FUNCTION                VALUE "R" "r".
               88  END-FUNCTION                    VALUE "E" "e".
      *
       01  FILE-STATUS-FIELDS.
           05  WOFILE-FILE-STATUS      PIC XX.
               88  WOFILE-SUCCESSFUL           VALUE "00".
               88  WOFILE-NOT-FOUND            VALUE "35".
           05  WOCOMP-FILE-STATUS      PIC XX.
               88  WOCOMP-SUCCESSFUL           VALUE "00".
               88  WOCOMP-NOT-FOUND            VALUE "35".
           05  WOCTL-FILE-STATUS       PIC XX.
               88  WOCTL-SUCCESSFUL            VALUE "00".
           05  BOMMAST-FILE-STATUS     PIC XX.
               88  BOMMAST-SUCCESSFUL          VALUE "00".
           05  INVMAST-FILE-STATUS     PIC XX.
               88  INVMAST-SUCCESSFUL          VALUE "00".
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  ORDFILE-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-WORK-ORDER-NO     PIC 9(6).
           05  ENTRY-PARENT-ITEM-NO    PIC X(5).
           05  ENTRY-ORDER-QTY         PIC 9(5).
           05  ENTRY-DUE-DATE          PIC 9(8).
      *
       01  WORK-ORDER-WORK-FIELDS.
           05  NEXT-WORK-ORDER-NO      PIC 9(6)    VALUE ZERO.
           05  COMPONENT-AVAILABLE     PIC S9(7).
           05  ALLOCATION-ITEM-NO      PIC X(5).
           05  ALLOCATION-QUANTITY     PIC S9(7).
           05  WORK-ORDERS-PLANNED     PIC S9(5)   COMP  VALUE ZERO.
           05  WORK-ORDERS-RELEASED    PIC S9(5)   COMP  VALUE ZERO.
      *
       01  COMPONENT-TABLE.
           05  COMPONENT-ENTRY-COUNT   PIC S9(3)   COMP  VALUE ZERO.
           05  COMPONENT-ENTRY             OCCURS 50 TIMES
                                           INDEXED BY COMPONENT-INDEX.
               10  CP-COMPONENT-ITEM-NO    PIC X(5).
               10  CP-COMPONENT-QUANTITY   PIC 9(3).
      *
       01  ALLOCATION-TABLE.
           05  ALLOCATION-ENTRY-COUNT  PIC S9(3)   COMP  VALUE ZERO.
           05  ALLOCATION-ENTRY            OCCURS 200 TIMES
                                           INDEXED BY ALLOCATION-INDEX.
               10  AT-ITEM-NO              PIC X(5).
               10  AT-ALLOCATED-QUANTITY   PIC S9(7).
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZZ,ZZ9-.
           05  DISPLAY-REQUIRED        PIC ZZ,ZZZ,ZZ9-.
           05  DISPLAY-PLANNED-COUNT   PIC ZZ,ZZ9.
           05  DISPLAY-RELEASED-COUNT  PIC ZZ,ZZ9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Sgnreq.cpy".
      *
       01  PCK-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "WOR1000  COMPONENT PICK LIST".
           05  FILLER                  PIC X(11) VALUE "WORK ORDER ".
           05  PHL1-WORK-ORDER-NO      PIC 9(6).
           05  FILLER                  PIC X(12) VALUE "  RELEASED ".
           05  PHL1-RELEASE-DATE       PIC 9(8).
      *
       01  PCK-HEADING-LINE-2.
           05  FILLER                  PIC X(6)  VALUE "BUILD ".
           05  PHL2-ORDER-QTY          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE " OF ".
           05  PHL2-PARENT-ITEM-NO     PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PHL2-PARENT-DESC        PIC X(40).
           05  FILLER                  PIC X(6)  VALUE "  DUE ".
           05  PHL2-DUE-DATE           PIC 9(8).
      *
       01  PCK-HEADING-LINE-3.
           05  FILLER                  PIC X(11) VALUE "COMPONENT".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(12) VALUE "BIN".
           05  FILLER                  PIC X(6)  VALUE "  PER".
           05  FILLER                  PIC X(13) VALUE "     REQUIRED".
           05  FILLER                  PIC X(11) VALUE "   STAGED".
      *
       01  PCK-DETAIL-LINE.
           05  PDL-COMPONENT-ITEM-NO   PIC X(5).
           05  FILLER                  PIC X(6)  VALUE SPACE.
           05  PDL-COMPONENT-DESC      PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-BIN-LOCATION        PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-QUANTITY-PER        PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  PDL-REQUIRED-QTY        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "__________".
      *
       PROCEDURE DIVISION.
      *
       000-PLAN-AND-RELEASE-WORK-ORDERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "WOR1000 WORK-ORDER PLANNING AND RELEASE".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "WORK ORDERS NEED OPERATOR AUTHORITY."
               STOP RUN.
           PERFORM 050-OPEN-WORK-ORDER-FILES.
           OPEN INPUT INVMAST.
           OPEN OUTPUT PCKLIST.
           PERFORM 100-PROCESS-OPERATOR-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE WOFILE
                 WOCOMP
                 INVMAST
                 PCKLIST.
           MOVE WORK-ORDERS-PLANNED  TO DISPLAY-PLANNED-COUNT.
           MOVE WORK-ORDERS-RELEASED TO DISPLAY-RELEASED-COUNT.
           DISPLAY "WOR1000 SESSION ENDED -- " DISPLAY-PLANNED-COUNT
               " PLANNED, " DISPLAY-RELEASED-COUNT " RELEASED.".
           STOP RUN.
      *
       050-OPEN-WORK-ORDER-FILES.
      *
           OPEN I-O WOFILE.
           IF WOFILE-NOT-FOUND
               OPEN OUTPUT WOFILE
               CLOSE WOFILE
               OPEN I-O WOFILE.
           OPEN I-O WOCOMP.
           IF WOCOMP-NOT-FOUND
               OPEN OUTPUT WOCOMP
               CLOSE WOCOMP
               OPEN I-O WOCOMP.
           IF NOT WOFILE-SUCCESSFUL OR NOT WOCOMP-SUCCESSFUL
               DISPLAY "OPEN ERROR ON THE WORK-ORDER FILES -- STATUS "
                   WOFILE-FILE-STATUS " / " WOCOMP-FILE-STATUS
               STOP RUN.
      *
       100-PROCESS-OPERATOR-FUNCTION.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER P TO PLAN A WORK ORDER, R TO RELEASE ONE,".
           DISPLAY "OR E TO END.".
           ACCEPT FUNCTION-CODE.
           EVALUATE TRUE
               WHEN END-FUNCTION
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               WHEN PLAN-FUNCTION
                   PERFORM 200-PLAN-WORK-ORDER
               WHEN RELEASE-FUNCTION
                   PERFORM 300-RELEASE-WORK-ORDER
               WHEN OTHER
                   DISPLAY "YOU MUST ENTER 'P', 'R', OR 'E'."
           END-EVALUATE.
      *
       200-PLAN-WORK-ORDER.
      *
           DISPLAY "ENTER PARENT (KIT) ITEM NUMBER.".
           ACCEPT ENTRY-PARENT-ITEM-NO.
           DISPLAY "ENTER QUANTITY TO BUILD.".
           ACCEPT ENTRY-ORDER-QTY.
           DISPLAY "ENTER DUE DATE (YYYYMMDD), OR 0 FOR TODAY.".
           ACCEPT ENTRY-DUE-DATE.
           IF ENTRY-DUE-DATE = ZERO
               MOVE RUN-DATE TO ENTRY-DUE-DATE.
           MOVE "Y" TO ITEM-FOUND-SWITCH.
           MOVE ENTRY-PARENT-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   MOVE "N" TO ITEM-FOUND-SWITCH.
           EVALUATE TRUE
               WHEN NOT ITEM-FOUND
                   DISPLAY "PARENT ITEM " ENTRY-PARENT-ITEM-NO
                       " NOT ON INVENTORY MASTER."
               WHEN ENTRY-ORDER-QTY = ZERO
                   DISPLAY "QUANTITY TO BUILD MUST BE 1 OR MORE."
               WHEN OTHER
                   PERFORM 210-LOAD-BILL-COMPONENTS
                   IF COMPONENT-ENTRY-COUNT = ZERO
                       DISPLAY "NO BILL ON FILE FOR PARENT "
                           ENTRY-PARENT-ITEM-NO
                   ELSE
                       PERFORM 230-TAKE-NEXT-WORK-ORDER-NO
                       PERFORM 240-WRITE-WORK-ORDER
                   END-IF
           END-EVALUATE.
      *
       210-LOAD-BILL-COMPONENTS.
      *
           MOVE ZERO TO COMPONENT-ENTRY-COUNT.
           MOVE "N" TO BOMMAST-EOF-SWITCH.
           OPEN INPUT BOMMAST.
           IF NOT BOMMAST-SUCCESSFUL
               MOVE "Y" TO BOMMAST-EOF-SWITCH
           ELSE
               PERFORM 220-LOAD-NEXT-COMPONENT
                   UNTIL BOMMAST-EOF
               CLOSE BOMMAST.
      *
       220-LOAD-NEXT-COMPONENT.
      *
           READ BOMMAST
               AT END
                   MOVE "Y" TO BOMMAST-EOF-SWITCH
               NOT AT END
                   IF BM-PARENT-ITEM-NO = ENTRY-PARENT-ITEM-NO
                       IF COMPONENT-ENTRY-COUNT < 50
                           ADD 1 TO COMPONENT-ENTRY-COUNT
                           SET COMPONENT-INDEX
                               TO COMPONENT-ENTRY-COUNT
                           MOVE BM-COMPONENT-ITEM-NO TO
                               CP-COMPONENT-ITEM-NO (COMPONENT-INDEX)
                           MOVE BM-COMPONENT-QUANTITY TO
                               CP-COMPONENT-QUANTITY (COMPONENT-INDEX)
                       END-IF
                   END-IF
           END-READ.
      *
       230-TAKE-NEXT-WORK-ORDER-NO.
      *
           OPEN INPUT WOCTL.
           IF WOCTL-SUCCESSFUL
               READ WOCTL
                   AT END
                       MOVE ZERO TO WN-LAST-WORK-ORDER-NO
               END-READ
               MOVE WN-LAST-WORK-ORDER-NO TO NEXT-WORK-ORDER-NO
               CLOSE WOCTL
           ELSE
               MOVE ZERO TO NEXT-WORK-ORDER-NO.
           ADD 1 TO NEXT-WORK-ORDER-NO.
           OPEN OUTPUT WOCTL.
           MOVE NEXT-WORK-ORDER-NO TO WN-LAST-WORK-ORDER-NO.
           WRITE WORK-ORDER-CONTROL-RECORD.
           CLOSE WOCTL.
      *
       240-WRITE-WORK-ORDER.
      *
           MOVE NEXT-WORK-ORDER-NO   TO WO-WORK-ORDER-NO.
           MOVE ENTRY-PARENT-ITEM-NO TO WO-PARENT-ITEM-NO.
           MOVE ENTRY-ORDER-QTY      TO WO-ORDER-QTY.
           MOVE ZERO                 TO WO-COMPLETED-QTY.
           SET WO-PLANNED TO TRUE.
           MOVE ENTRY-DUE-DATE       TO WO-DUE-DATE.
           MOVE RUN-DATE             TO WO-PLANNED-DATE.
           MOVE ZERO                 TO WO-RELEASE-DATE
                                        WO-COMPLETION-DATE
                                        WO-CLOSE-DATE.
           MOVE SO-OPERATOR-ID       TO WO-PLANNER-ID.
           WRITE WORK-ORDER-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR ON WOFILE -- STATUS "
                       WOFILE-FILE-STATUS
               NOT INVALID KEY
                   PERFORM 250-WRITE-COMPONENT-LINE
                       VARYING COMPONENT-INDEX FROM 1 BY 1
                       UNTIL COMPONENT-INDEX > COMPONENT-ENTRY-COUNT
                   ADD 1 TO WORK-ORDERS-PLANNED
                   DISPLAY "WORK ORDER " NEXT-WORK-ORDER-NO
                       " PLANNED WITH " COMPONENT-ENTRY-COUNT
                       " COMPONENT LINES."
           END-WRITE.
      *
       250-WRITE-COMPONENT-LINE.
      *
           MOVE NEXT-WORK-ORDER-NO TO WM-WORK-ORDER-NO.
           MOVE CP-COMPONENT-ITEM-NO (COMPONENT-INDEX)
               TO WM-COMPONENT-ITEM-NO.
           MOVE CP-COMPONENT-QUANTITY (COMPONENT-INDEX)
               TO WM-QUANTITY-PER.
           COMPUTE WM-REQUIRED-QTY =
               CP-COMPONENT-QUANTITY (COMPONENT-INDEX)
                   * ENTRY-ORDER-QTY.
           MOVE ZERO TO WM-ALLOCATED-QTY
                        WM-STAGED-QTY
                        WM-CONSUMED-QTY
                        WM-CONSUMED-COST
                        WM-SCRAPPED-QTY
                        WM-SCRAPPED-COST.
           WRITE WORK-ORDER-COMPONENT-RECORD
               INVALID KEY
                   DISPLAY "WRITE ERROR ON WOCOMP FOR COMPONENT "
                       WM-COMPONENT-ITEM-NO " -- STATUS "
                       WOCOMP-FILE-STATUS
           END-WRITE.
      *
       300-RELEASE-WORK-ORDER.
      *
           DISPLAY "ENTER WORK ORDER NUMBER TO RELEASE.".
           ACCEPT ENTRY-WORK-ORDER-NO.
           MOVE ENTRY-WORK-ORDER-NO TO WO-WORK-ORDER-NO.
           READ WOFILE
               INVALID KEY
                   DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO
                       " NOT ON FILE."
               NOT INVALID KEY
                   IF NOT WO-PLANNED
                       DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO
                           " IS NOT PLANNED -- STATUS " WO-STATUS
                           " -- NOT RELEASED."
                   ELSE
                       PERFORM 310-CHECK-AND-RELEASE
                   END-IF
           END-READ.
      *
       310-CHECK-AND-RELEASE.
      *
      *    AVAILABILITY IS TAKEN FRESH FOR EACH RELEASE SO A WORK
      *    ORDER RELEASED EARLIER IN THE SESSION, OR AN ORDER JUST
      *    ENTERED AT ANOTHER TERMINAL, IS NETTED OUT.
      *
           PERFORM 320-LOAD-OPEN-ALLOCATIONS.
           MOVE "Y" TO RELEASE-POSSIBLE-SWITCH.
           PERFORM 360-START-COMPONENTS.
           PERFORM 370-CHECK-NEXT-COMPONENT
               UNTIL END-OF-COMPONENTS.
           IF NOT RELEASE-POSSIBLE
               DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO
                   " NOT RELEASED."
           ELSE
               PERFORM 380-PRINT-PICK-HEADING
               PERFORM 360-START-COMPONENTS
               PERFORM 390-ALLOCATE-NEXT-COMPONENT
                   UNTIL END-OF-COMPONENTS
               SET WO-RELEASED TO TRUE
               MOVE RUN-DATE TO WO-RELEASE-DATE
               REWRITE WORK-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON WOFILE -- STATUS "
                           WOFILE-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WORK-ORDERS-RELEASED
                       DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO
                           " RELEASED -- PICK LIST PRINTED."
               END-REWRITE.
      *
       320-LOAD-OPEN-ALLOCATIONS.
      *
           MOVE ZERO TO ALLOCATION-ENTRY-COUNT.
           MOVE "N" TO ORDFILE-EOF-SWITCH.
           OPEN INPUT ORDFILE.
           IF ORDFILE-SUCCESSFUL
               PERFORM 330-LOAD-NEXT-ORDER-ALLOCATION
                   UNTIL ORDFILE-EOF
               CLOSE ORDFILE.
           MOVE "N" TO WOCOMP-EOF-SWITCH.
           MOVE LOW-VALUE TO WM-COMPONENT-KEY.
           START WOCOMP KEY NOT < WM-COMPONENT-KEY
               INVALID KEY
                   MOVE "Y" TO WOCOMP-EOF-SWITCH.
           PERFORM 340-LOAD-NEXT-WO-ALLOCATION
               UNTIL WOCOMP-EOF.
      *
       330-LOAD-NEXT-ORDER-ALLOCATION.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO ORDFILE-EOF-SWITCH
               NOT AT END
                   IF ORDER-OPEN OR ORDER-PICKED OR ORDER-HELD
                     OR ORDER-SHIPPED
                       MOVE OR-ITEM-NO TO ALLOCATION-ITEM-NO
                       MOVE OR-ALLOCATED-QUANTITY
                           TO ALLOCATION-QUANTITY
                       PERFORM 350-ACCUMULATE-ALLOCATION
                   END-IF
           END-READ.
      *
       340-LOAD-NEXT-WO-ALLOCATION.
      *
           READ WOCOMP NEXT RECORD
               AT END
                   MOVE "Y" TO WOCOMP-EOF-SWITCH
               NOT AT END
                   IF WM-ALLOCATED-QTY > ZERO
                       MOVE WM-COMPONENT-ITEM-NO
                           TO ALLOCATION-ITEM-NO
                       MOVE WM-ALLOCATED-QTY TO ALLOCATION-QUANTITY
                       PERFORM 350-ACCUMULATE-ALLOCATION
                   END-IF
           END-READ.
      *
       350-ACCUMULATE-ALLOCATION.
      *
           SET ALLOCATION-INDEX TO 1.
           SEARCH ALLOCATION-ENTRY
               AT END
                   DISPLAY "WOR1000 ALLOCATION TABLE FULL FOR ITEM "
                       ALLOCATION-ITEM-NO " -- NOT NETTED."
               WHEN ALLOCATION-INDEX > ALLOCATION-ENTRY-COUNT
                   ADD 1 TO ALLOCATION-ENTRY-COUNT
                   MOVE ALLOCATION-ITEM-NO
                       TO AT-ITEM-NO (ALLOCATION-INDEX)
                   MOVE ALLOCATION-QUANTITY
                       TO AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
               WHEN AT-ITEM-NO (ALLOCATION-INDEX) = ALLOCATION-ITEM-NO
                   ADD ALLOCATION-QUANTITY
                       TO AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
           END-SEARCH.
      *
       360-START-COMPONENTS.
      *
           MOVE "N" TO END-OF-COMPONENTS-SWITCH.
           MOVE ENTRY-WORK-ORDER-NO TO WM-WORK-ORDER-NO.
           MOVE LOW-VALUE           TO WM-COMPONENT-ITEM-NO.
           START WOCOMP KEY NOT < WM-COMPONENT-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-COMPONENTS-SWITCH.
      *
       365-READ-NEXT-COMPONENT.
      *
           READ WOCOMP NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-COMPONENTS-SWITCH
               NOT AT END
                   IF WM-WORK-ORDER-NO NOT = ENTRY-WORK-ORDER-NO
                       MOVE "Y" TO END-OF-COMPONENTS-SWITCH
                   END-IF
           END-READ.
      *
       370-CHECK-NEXT-COMPONENT.
      *
           PERFORM 365-READ-NEXT-COMPONENT.
           IF NOT END-OF-COMPONENTS
               MOVE WM-COMPONENT-ITEM-NO TO IM-ITEM-NO
               READ INVMAST
                   INVALID KEY
                       DISPLAY "COMPONENT " WM-COMPONENT-ITEM-NO
                           " NOT ON INVENTORY MASTER"
                       MOVE "N" TO RELEASE-POSSIBLE-SWITCH
                   NOT INVALID KEY
                       PERFORM 375-COMPUTE-COMPONENT-AVAILABLE
                       IF COMPONENT-AVAILABLE < WM-REQUIRED-QTY
                           MOVE COMPONENT-AVAILABLE
                               TO DISPLAY-QUANTITY
                           MOVE WM-REQUIRED-QTY TO DISPLAY-REQUIRED
                           DISPLAY "COMPONENT " WM-COMPONENT-ITEM-NO
                               " SHORT -- AVAILABLE " DISPLAY-QUANTITY
                               " REQUIRED " DISPLAY-REQUIRED
                           MOVE "N" TO RELEASE-POSSIBLE-SWITCH
                       END-IF
               END-READ.
      *
       375-COMPUTE-COMPONENT-AVAILABLE.
      *
           MOVE IM-ON-HAND TO COMPONENT-AVAILABLE.
           SET ALLOCATION-INDEX TO 1.
           SEARCH ALLOCATION-ENTRY
               AT END
                   CONTINUE
               WHEN ALLOCATION-INDEX > ALLOCATION-ENTRY-COUNT
                   CONTINUE
               WHEN AT-ITEM-NO (ALLOCATION-INDEX) = IM-ITEM-NO
                   SUBTRACT AT-ALLOCATED-QUANTITY (ALLOCATION-INDEX)
                       FROM COMPONENT-AVAILABLE
           END-SEARCH.
      *
       380-PRINT-PICK-HEADING.
      *
           MOVE WO-WORK-ORDER-NO  TO PHL1-WORK-ORDER-NO.
           MOVE RUN-DATE          TO PHL1-RELEASE-DATE.
           MOVE WO-ORDER-QTY      TO PHL2-ORDER-QTY.
           MOVE WO-PARENT-ITEM-NO TO PHL2-PARENT-ITEM-NO.
           MOVE WO-DUE-DATE       TO PHL2-DUE-DATE.
           MOVE WO-PARENT-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   MOVE "** NOT ON INVENTORY MASTER **"
                       TO PHL2-PARENT-DESC
               NOT INVALID KEY
                   MOVE IM-ITEM-DESC TO PHL2-PARENT-DESC
           END-READ.
           MOVE PCK-HEADING-LINE-1 TO PCK-PRINT-AREA.
           WRITE PCK-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE PCK-HEADING-LINE-2 TO PCK-PRINT-AREA.
           WRITE PCK-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE PCK-HEADING-LINE-3 TO PCK-PRINT-AREA.
           WRITE PCK-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       390-ALLOCATE-NEXT-COMPONENT.
      *
           PERFORM 365-READ-NEXT-COMPONENT.
           IF NOT END-OF-COMPONENTS
               MOVE WM-REQUIRED-QTY TO WM-ALLOCATED-QTY
               REWRITE WORK-ORDER-COMPONENT-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON WOCOMP FOR COMPONENT "
                           WM-COMPONENT-ITEM-NO " -- STATUS "
                           WOCOMP-FILE-STATUS
               END-REWRITE
               MOVE WM-COMPONENT-ITEM-NO TO IM-ITEM-NO
               READ INVMAST
                   INVALID KEY
                       MOVE SPACE TO PDL-COMPONENT-DESC
                                     PDL-BIN-LOCATION
                   NOT INVALID KEY
                       MOVE IM-ITEM-DESC    TO PDL-COMPONENT-DESC
                       MOVE IM-BIN-LOCATION TO PDL-BIN-LOCATION
               END-READ
               MOVE WM-COMPONENT-ITEM-NO TO PDL-COMPONENT-ITEM-NO
               MOVE WM-QUANTITY-PER      TO PDL-QUANTITY-PER
               MOVE WM-REQUIRED-QTY      TO PDL-REQUIRED-QTY
               MOVE PCK-DETAIL-LINE TO PCK-PRINT-AREA
               WRITE PCK-PRINT-AREA AFTER ADVANCING 1 LINES.
