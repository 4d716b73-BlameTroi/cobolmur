       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. WOR2000.
      *
      *    WORK-ORDER FLOOR POSTING. STAGING RECORDS THE COMPONENTS
      *    PICKED TO THE BUILD AREA FROM THE WOR1000 PICK LIST; THE
      *    STOCK STAYS ON HAND, STILL ALLOCATED, UNTIL IT IS USED.
      *    A COMPLETION POSTS THE PARENT QUANTITY FINISHED -- THE
      *    STAGED COMPONENTS IT CONSUMED ARE RELIEVED FROM ON-HAND
      *    AND FROM THEIR OLDEST COST LAYERS, AND THE PARENT IS
      *    RECEIVED WITH A COST LAYER AT THE FIFO COST OF WHAT WENT
      *    INTO IT -- SO ONE WORK ORDER CAN BE FINISHED IN SEVERAL
      *    PARTIAL COMPLETIONS. SCRAP WRITES OFF STAGED COMPONENTS
      *    WITH A REASON CODE THAT RIDES ON THE MOVEMENT LEDGER.
      *    CLOSING A WORK ORDER DROPS WHATEVER ALLOCATION IS LEFT,
      *    SHORT OR NOT, AND NOTHING MORE POSTS TO IT.
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
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES
                           FILE STATUS IS INVMAST-FILE-STATUS.
           SELECT MOVLEDGR ASSIGN TO "c:\cobol\data\invmove.dat"
                           FILE STATUS IS MOVLEDGR-FILE-STATUS.
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
       FD  MOVLEDGR.
      *
       COPY "Invmove.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  END-OF-COMPONENTS-SWITCH    PIC X   VALUE "N".
               88  END-OF-COMPONENTS               VALUE "Y".
           05  POSTING-POSSIBLE-SWITCH     PIC X   VALUE "Y".
               88  POSTING-POSSIBLE                VALUE "Y".
           05  FUNCTION-CODE               PIC X   VALUE "S".
               88  STAGE-FUNCTION                  VALUE "S" "s".
               88  COMPLETE-FUNCTION               VALUE "C" "c".
               88  SCRAP-FUNCTION                  VALUE "W" "w".
               88  CLOSE-FUNCTION                  VALUE "X" "x".
               88  END-FUNCTION                    VALUE "E" "e".
           05  STAGE-METHOD-CODE           PIC X.
               88  STAGE-ALL-REMAINING             VALUE "A" "a".
               88  STAGE-LINE-BY-LINE              VALUE "L" "l".
           05  CONFIRM-CODE                PIC X.
               88  CLOSE-CONFIRMED                 VALUE "Y" "y".
      *
       01  FILE-STATUS-FIELDS.
           05  WOFILE-FILE-STATUS      PIC XX.
               88  WOFILE-SUCCESSFUL           VALUE "00".
           05  WOCOMP-FILE-STATUS      PIC XX.
               88  WOCOMP-SUCCESSFUL           VALUE "00".
           05  INVMAST-FILE-STATUS     PIC XX.
               88  INVMAST-SUCCESSFUL          VALUE "00".
           05  MOVLEDGR-FILE-STATUS    PIC XX.
               88  MOVLEDGR-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-WORK-ORDER-NO     PIC 9(6).
           05  ENTRY-COMPONENT-ITEM-NO PIC X(5).
           05  ENTRY-QUANTITY          PIC 9(5).
           05  ENTRY-REASON-CODE       PIC X(2).
               88  VALID-SCRAP-REASON          VALUE "DM" "DF"
                                                     "BR" "PE".
      *
       01  POSTING-WORK-FIELDS.
           05  REMAINING-ORDER-QTY     PIC S9(5).
           05  COMPONENT-USAGE-QTY     PIC S9(7).
           05  FLOOR-QTY               PIC S9(7).
           05  BEFORE-ON-HAND-BALANCE  PIC S9(5).
           05  BUILD-COST              PIC S9(9)V99.
           05  PARENT-UNIT-COST        PIC S9(3)V99.
           05  STAGED-LINE-COUNT       PIC S9(3)   COMP.
      *
       01  SESSION-COUNTS.
           05  COMPLETIONS-POSTED      PIC S9(5)   COMP  VALUE ZERO.
           05  SCRAP-POSTED            PIC S9(5)   COMP  VALUE ZERO.
           05  WORK-ORDERS-CLOSED      PIC S9(5)   COMP  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZZ,ZZ9-.
           05  DISPLAY-REQUIRED        PIC ZZ,ZZZ,ZZ9-.
           05  DISPLAY-STAGED          PIC ZZ,ZZZ,ZZ9-.
           05  DISPLAY-FLOOR           PIC ZZ,ZZZ,ZZ9-.
           05  DISPLAY-COMPLETED-COUNT PIC ZZ,ZZ9.
           05  DISPLAY-SCRAP-COUNT     PIC ZZ,ZZ9.
           05  DISPLAY-CLOSED-COUNT    PIC ZZ,ZZ9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Cstlreq.cpy".
      *
       COPY "Sgnreq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-POST-WORK-ORDER-ACTIVITY.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "WOR2000 WORK-ORDER FLOOR POSTING".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "WORK-ORDER POSTING NEEDS OPERATOR AUTHORITY."
               STOP RUN.
           OPEN I-O WOFILE.
           OPEN I-O WOCOMP.
           IF NOT WOFILE-SUCCESSFUL OR NOT WOCOMP-SUCCESSFUL
               DISPLAY "NO WORK ORDERS ON FILE -- STATUS "
                   WOFILE-FILE-STATUS " / " WOCOMP-FILE-STATUS
               STOP RUN.
           OPEN I-O INVMAST.
           OPEN EXTEND MOVLEDGR.
           IF NOT MOVLEDGR-SUCCESSFUL
               OPEN OUTPUT MOVLEDGR.
           PERFORM 100-PROCESS-OPERATOR-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE WOFILE
                 WOCOMP
                 INVMAST
                 MOVLEDGR.
           MOVE COMPLETIONS-POSTED TO DISPLAY-COMPLETED-COUNT.
           MOVE SCRAP-POSTED       TO DISPLAY-SCRAP-COUNT.
           MOVE WORK-ORDERS-CLOSED TO DISPLAY-CLOSED-COUNT.
           DISPLAY "WOR2000 SESSION ENDED -- "
               DISPLAY-COMPLETED-COUNT " COMPLETIONS, "
               DISPLAY-SCRAP-COUNT " SCRAP, "
               DISPLAY-CLOSED-COUNT " CLOSED.".
           STOP RUN.
      *
       100-PROCESS-OPERATOR-FUNCTION.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER S TO STAGE COMPONENTS, C TO POST A".
           DISPLAY "COMPLETION, W TO WRITE OFF SCRAP, X TO CLOSE A".
           DISPLAY "WORK ORDER, OR E TO END.".
           ACCEPT FUNCTION-CODE.
           IF END-FUNCTION
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF NOT STAGE-FUNCTION AND NOT COMPLETE-FUNCTION
                 AND NOT SCRAP-FUNCTION AND NOT CLOSE-FUNCTION
                   DISPLAY "YOU MUST ENTER 'S', 'C', 'W', 'X', OR 'E'."
               ELSE
                   PERFORM 110-READ-WORK-ORDER.
      *
       110-READ-WORK-ORDER.
      *
           DISPLAY "ENTER WORK ORDER NUMBER.".
           ACCEPT ENTRY-WORK-ORDER-NO.
           MOVE ENTRY-WORK-ORDER-NO TO WO-WORK-ORDER-NO.
           READ WOFILE
               INVALID KEY
                   DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO
                       " NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 120-DISPATCH-FUNCTION
           END-READ.
      *
       120-DISPATCH-FUNCTION.
      *
           COMPUTE REMAINING-ORDER-QTY =
               WO-ORDER-QTY - WO-COMPLETED-QTY.
           MOVE REMAINING-ORDER-QTY TO DISPLAY-QUANTITY.
           DISPLAY "PARENT " WO-PARENT-ITEM-NO "  STATUS " WO-STATUS
               "  STILL TO BUILD " DISPLAY-QUANTITY.
           EVALUATE TRUE
               WHEN CLOSE-FUNCTION
                   IF WO-CLOSED
                       DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO
                           " IS ALREADY CLOSED."
                   ELSE
                       PERFORM 500-CLOSE-WORK-ORDER
                   END-IF
               WHEN NOT WO-RELEASED AND NOT WO-IN-PROGRESS
                   DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO
                       " IS NOT RELEASED OR IN PROGRESS -- "
                       "NOTHING POSTED."
               WHEN STAGE-FUNCTION
                   PERFORM 200-STAGE-COMPONENTS
               WHEN COMPLETE-FUNCTION
                   PERFORM 300-POST-COMPLETION
               WHEN SCRAP-FUNCTION
                   PERFORM 400-POST-SCRAP
           END-EVALUATE.
      *
       150-START-COMPONENTS.
      *
           MOVE "N" TO END-OF-COMPONENTS-SWITCH.
           MOVE ENTRY-WORK-ORDER-NO TO WM-WORK-ORDER-NO.
           MOVE LOW-VALUE           TO WM-COMPONENT-ITEM-NO.
           START WOCOMP KEY NOT < WM-COMPONENT-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-COMPONENTS-SWITCH.
      *
       160-READ-NEXT-COMPONENT.
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
       170-REWRITE-COMPONENT.
      *
           REWRITE WORK-ORDER-COMPONENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON WOCOMP FOR COMPONENT "
                       WM-COMPONENT-ITEM-NO " -- STATUS "
                       WOCOMP-FILE-STATUS
           END-REWRITE.
      *
       180-REWRITE-WORK-ORDER.
      *
           REWRITE WORK-ORDER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON WOFILE -- STATUS "
                       WOFILE-FILE-STATUS
           END-REWRITE.
      *
       200-STAGE-COMPONENTS.
      *
           DISPLAY "ENTER A TO STAGE EVERY COMPONENT AS PICKED, OR L".
           DISPLAY "TO KEY THE QUANTITY STAGED LINE BY LINE.".
           ACCEPT STAGE-METHOD-CODE.
           IF NOT STAGE-ALL-REMAINING AND NOT STAGE-LINE-BY-LINE
               DISPLAY "YOU MUST ENTER 'A' OR 'L' -- NOTHING STAGED."
           ELSE
               MOVE ZERO TO STAGED-LINE-COUNT
               PERFORM 150-START-COMPONENTS
               PERFORM 210-STAGE-NEXT-COMPONENT
                   UNTIL END-OF-COMPONENTS
               IF STAGED-LINE-COUNT > ZERO
                   SET WO-IN-PROGRESS TO TRUE
                   PERFORM 180-REWRITE-WORK-ORDER
               END-IF
               DISPLAY "COMPONENT LINES STAGED: " STAGED-LINE-COUNT.
      *
       210-STAGE-NEXT-COMPONENT.
      *
           PERFORM 160-READ-NEXT-COMPONENT.
           IF NOT END-OF-COMPONENTS
               IF STAGE-ALL-REMAINING
                   IF WM-STAGED-QTY < WM-REQUIRED-QTY
                       MOVE WM-REQUIRED-QTY TO WM-STAGED-QTY
                       PERFORM 170-REWRITE-COMPONENT
                       ADD 1 TO STAGED-LINE-COUNT
                   END-IF
               ELSE
                   PERFORM 220-KEY-STAGED-QUANTITY.
      *
       220-KEY-STAGED-QUANTITY.
      *
      *    A LINE CAN BE STAGED PAST ITS REQUIREMENT TO REPLACE
      *    COMPONENTS SCRAPPED ON THE FLOOR.
      *
           COMPUTE FLOOR-QTY = WM-STAGED-QTY - WM-CONSUMED-QTY
               - WM-SCRAPPED-QTY.
           MOVE WM-REQUIRED-QTY TO DISPLAY-REQUIRED.
           MOVE WM-STAGED-QTY   TO DISPLAY-STAGED.
           MOVE FLOOR-QTY       TO DISPLAY-FLOOR.
           DISPLAY "COMPONENT " WM-COMPONENT-ITEM-NO
               "  REQUIRED " DISPLAY-REQUIRED
               "  STAGED " DISPLAY-STAGED
               "  ON FLOOR " DISPLAY-FLOOR.
           DISPLAY "ENTER QUANTITY STAGED NOW, OR 0.".
           ACCEPT ENTRY-QUANTITY.
           IF ENTRY-QUANTITY > ZERO
               ADD ENTRY-QUANTITY TO WM-STAGED-QTY
               PERFORM 170-REWRITE-COMPONENT
               ADD 1 TO STAGED-LINE-COUNT.
      *
       300-POST-COMPLETION.
      *
           DISPLAY "ENTER QUANTITY FINISHED.".
           ACCEPT ENTRY-QUANTITY.
           EVALUATE TRUE
               WHEN ENTRY-QUANTITY = ZERO
                   DISPLAY "QUANTITY FINISHED MUST BE 1 OR MORE."
               WHEN ENTRY-QUANTITY > REMAINING-ORDER-QTY
                   DISPLAY "QUANTITY FINISHED IS MORE THAN THE "
                       "WORK ORDER HAS LEFT TO BUILD."
               WHEN OTHER
                   MOVE "Y" TO POSTING-POSSIBLE-SWITCH
                   PERFORM 150-START-COMPONENTS
                   PERFORM 310-CHECK-NEXT-COMPONENT
                       UNTIL END-OF-COMPONENTS
                   IF POSTING-POSSIBLE
                       MOVE ZERO TO BUILD-COST
                       PERFORM 150-START-COMPONENTS
                       PERFORM 320-CONSUME-NEXT-COMPONENT
                           UNTIL END-OF-COMPONENTS
                       PERFORM 340-RECEIVE-PARENT
                       PERFORM 360-UPDATE-COMPLETED-QTY
                   ELSE
                       DISPLAY "COMPLETION NOT POSTED."
                   END-IF
           END-EVALUATE.
      *
       310-CHECK-NEXT-COMPONENT.
      *
      *    A COMPLETION CAN ONLY CONSUME WHAT HAS BEEN STAGED TO THE
      *    FLOOR AND IS STILL THERE.
      *
           PERFORM 160-READ-NEXT-COMPONENT.
           IF NOT END-OF-COMPONENTS
               COMPUTE COMPONENT-USAGE-QTY =
                   WM-QUANTITY-PER * ENTRY-QUANTITY
               COMPUTE FLOOR-QTY = WM-STAGED-QTY - WM-CONSUMED-QTY
                   - WM-SCRAPPED-QTY
               IF FLOOR-QTY < COMPONENT-USAGE-QTY
                   MOVE FLOOR-QTY           TO DISPLAY-FLOOR
                   MOVE COMPONENT-USAGE-QTY TO DISPLAY-REQUIRED
                   DISPLAY "COMPONENT " WM-COMPONENT-ITEM-NO
                       " NOT STAGED -- ON FLOOR " DISPLAY-FLOOR
                       " NEEDED " DISPLAY-REQUIRED
                   MOVE "N" TO POSTING-POSSIBLE-SWITCH
               ELSE
                   MOVE WM-COMPONENT-ITEM-NO TO IM-ITEM-NO
                   READ INVMAST
                       INVALID KEY
                           DISPLAY "COMPONENT " IM-ITEM-NO
                               " NOT ON INVENTORY MASTER"
                           MOVE "N" TO POSTING-POSSIBLE-SWITCH
                       NOT INVALID KEY
                           IF IM-ON-HAND < COMPONENT-USAGE-QTY
                               DISPLAY "COMPONENT " IM-ITEM-NO
                                   " SHORT -- ON HAND " IM-ON-HAND
                                   " NEEDED " COMPONENT-USAGE-QTY
                               MOVE "N" TO POSTING-POSSIBLE-SWITCH
                           END-IF
                   END-READ.
      *
       320-CONSUME-NEXT-COMPONENT.
      *
           PERFORM 160-READ-NEXT-COMPONENT.
           IF NOT END-OF-COMPONENTS
               COMPUTE COMPONENT-USAGE-QTY =
                   WM-QUANTITY-PER * ENTRY-QUANTITY
               MOVE WM-COMPONENT-ITEM-NO TO IM-ITEM-NO
               READ INVMAST
                   INVALID KEY
                       DISPLAY "READ ERROR ON INVMAST FOR COMPONENT "
                           IM-ITEM-NO
                   NOT INVALID KEY
                       MOVE IM-ON-HAND TO BEFORE-ON-HAND-BALANCE
                       SUBTRACT COMPONENT-USAGE-QTY FROM IM-ON-HAND
                       REWRITE INVENTORY-MASTER-RECORD
                       COMPUTE MV-MOVEMENT-QUANTITY =
                           ZERO - COMPONENT-USAGE-QTY
                       MOVE SPACE TO MV-REASON-CODE
                       PERFORM 600-WRITE-MOVEMENT-RECORD
                       PERFORM 610-RELIEVE-COMPONENT-LAYERS
                       ADD COMPONENT-USAGE-QTY TO WM-CONSUMED-QTY
                       ADD CLR-RELIEVED-COST   TO WM-CONSUMED-COST
                       ADD CLR-RELIEVED-COST   TO BUILD-COST
                       SUBTRACT COMPONENT-USAGE-QTY
                           FROM WM-ALLOCATED-QTY
                       IF WM-ALLOCATED-QTY < ZERO
                           MOVE ZERO TO WM-ALLOCATED-QTY
                       END-IF
                       PERFORM 170-REWRITE-COMPONENT
               END-READ.
      *
       340-RECEIVE-PARENT.
      *
           MOVE WO-PARENT-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   DISPLAY "PARENT ITEM " WO-PARENT-ITEM-NO
                       " NOT ON INVENTORY MASTER -- COMPLETION NOT "
                       "RECEIVED"
               NOT INVALID KEY
                   MOVE IM-ON-HAND TO BEFORE-ON-HAND-BALANCE
                   ADD ENTRY-QUANTITY TO IM-ON-HAND
                   REWRITE INVENTORY-MASTER-RECORD
                   MOVE ENTRY-QUANTITY TO MV-MOVEMENT-QUANTITY
                   MOVE SPACE TO MV-REASON-CODE
                   PERFORM 600-WRITE-MOVEMENT-RECORD
                   PERFORM 350-ADD-PARENT-COST-LAYER
           END-READ.
      *
       350-ADD-PARENT-COST-LAYER.
      *
      *    THE PARENT LAYER CARRIES THE FIFO COST OF THE COMPONENTS
      *    THIS COMPLETION CONSUMED. A PER-UNIT COST TOO LARGE FOR
      *    THE LAYER FALLS BACK TO THE MASTER UNIT COST.
      *
           COMPUTE PARENT-UNIT-COST ROUNDED =
               BUILD-COST / ENTRY-QUANTITY
               ON SIZE ERROR
                   DISPLAY "BUILD COST PER UNIT TOO LARGE FOR THE "
                       "COST LAYER -- MASTER COST USED"
                   MOVE IM-UNIT-COST TO PARENT-UNIT-COST
           END-COMPUTE.
           MOVE "A"               TO CLR-FUNCTION-CODE.
           MOVE "WOR2000"         TO CLR-SOURCE-PROGRAM.
           MOVE WO-PARENT-ITEM-NO TO CLR-ITEM-NO.
           MOVE RUN-DATE          TO CLR-LAYER-DATE.
           MOVE ENTRY-QUANTITY    TO CLR-QUANTITY.
           MOVE PARENT-UNIT-COST  TO CLR-UNIT-COST.
           CALL "CST1000" USING COST-LAYER-REQUEST.
           IF NOT LAYER-REQUEST-OK
               DISPLAY "COST LAYER NOT RECORDED FOR PARENT "
                   WO-PARENT-ITEM-NO.
      *
       360-UPDATE-COMPLETED-QTY.
      *
           ADD ENTRY-QUANTITY TO WO-COMPLETED-QTY.
           IF WO-COMPLETED-QTY NOT < WO-ORDER-QTY
               SET WO-COMPLETED TO TRUE
               MOVE RUN-DATE TO WO-COMPLETION-DATE
           ELSE
               SET WO-IN-PROGRESS TO TRUE.
           PERFORM 180-REWRITE-WORK-ORDER.
           ADD 1 TO COMPLETIONS-POSTED.
           MOVE ENTRY-QUANTITY TO DISPLAY-QUANTITY.
           DISPLAY "COMPLETION POSTED -- " DISPLAY-QUANTITY " OF "
               WO-PARENT-ITEM-NO " RECEIVED".
           IF WO-COMPLETED
               DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO
                   " IS COMPLETE -- CLOSE IT WHEN THE FLOOR IS CLEAR.".
      *
       400-POST-SCRAP.
      *
           DISPLAY "ENTER COMPONENT ITEM NUMBER SCRAPPED.".
           ACCEPT ENTRY-COMPONENT-ITEM-NO.
           MOVE ENTRY-WORK-ORDER-NO     TO WM-WORK-ORDER-NO.
           MOVE ENTRY-COMPONENT-ITEM-NO TO WM-COMPONENT-ITEM-NO.
           READ WOCOMP
               INVALID KEY
                   DISPLAY "COMPONENT " ENTRY-COMPONENT-ITEM-NO
                       " IS NOT ON WORK ORDER " ENTRY-WORK-ORDER-NO
                       "."
               NOT INVALID KEY
                   PERFORM 410-ACCEPT-SCRAP-DETAILS
           END-READ.
      *
       410-ACCEPT-SCRAP-DETAILS.
      *
           DISPLAY "ENTER QUANTITY SCRAPPED.".
           ACCEPT ENTRY-QUANTITY.
           DISPLAY "ENTER REASON -- DM DAMAGED, DF DEFECTIVE, "
               "BR BROKEN IN ASSEMBLY, PE PROCESS ERROR.".
           ACCEPT ENTRY-REASON-CODE.
           COMPUTE FLOOR-QTY = WM-STAGED-QTY - WM-CONSUMED-QTY
               - WM-SCRAPPED-QTY.
           MOVE FLOOR-QTY TO DISPLAY-FLOOR.
           EVALUATE TRUE
               WHEN ENTRY-QUANTITY = ZERO
                   DISPLAY "QUANTITY SCRAPPED MUST BE 1 OR MORE."
               WHEN NOT VALID-SCRAP-REASON
                   DISPLAY "INVALID REASON CODE -- SCRAP NOT POSTED."
               WHEN ENTRY-QUANTITY > FLOOR-QTY
                   DISPLAY "ONLY " DISPLAY-FLOOR " OF "
                       WM-COMPONENT-ITEM-NO " ARE ON THE FLOOR -- "
                       "SCRAP NOT POSTED."
               WHEN OTHER
                   PERFORM 420-WRITE-OFF-SCRAP
           END-EVALUATE.
      *
       420-WRITE-OFF-SCRAP.
      *
      *    SCRAP LEAVES THE ALLOCATION WHERE IT IS: THE WORK ORDER
      *    STILL NEEDS THE SAME COMPONENTS TO FINISH, SO THE
      *    REPLACEMENTS STAY HELD AGAINST IT.
      *
           MOVE WM-COMPONENT-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST
               INVALID KEY
                   DISPLAY "COMPONENT " IM-ITEM-NO
                       " NOT ON INVENTORY MASTER -- SCRAP NOT POSTED."
               NOT INVALID KEY
                   MOVE ENTRY-QUANTITY TO COMPONENT-USAGE-QTY
                   MOVE IM-ON-HAND TO BEFORE-ON-HAND-BALANCE
                   SUBTRACT COMPONENT-USAGE-QTY FROM IM-ON-HAND
                   REWRITE INVENTORY-MASTER-RECORD
                   COMPUTE MV-MOVEMENT-QUANTITY =
                       ZERO - COMPONENT-USAGE-QTY
                   MOVE ENTRY-REASON-CODE TO MV-REASON-CODE
                   PERFORM 600-WRITE-MOVEMENT-RECORD
                   PERFORM 610-RELIEVE-COMPONENT-LAYERS
                   ADD COMPONENT-USAGE-QTY TO WM-SCRAPPED-QTY
                   ADD CLR-RELIEVED-COST   TO WM-SCRAPPED-COST
                   PERFORM 170-REWRITE-COMPONENT
                   SET WO-IN-PROGRESS TO TRUE
                   PERFORM 180-REWRITE-WORK-ORDER
                   ADD 1 TO SCRAP-POSTED
                   DISPLAY "SCRAP POSTED -- " ENTRY-QUANTITY " OF "
                       WM-COMPONENT-ITEM-NO " REASON "
                       ENTRY-REASON-CODE
           END-READ.
      *
       500-CLOSE-WORK-ORDER.
      *
           MOVE "Y" TO CONFIRM-CODE.
           IF NOT WO-COMPLETED AND NOT WO-PLANNED
               DISPLAY "WORK ORDER IS NOT COMPLETE -- ENTER Y TO "
                   "SHORT-CLOSE IT, OR N."
               ACCEPT CONFIRM-CODE.
           IF NOT CLOSE-CONFIRMED
               DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO
                   " NOT CLOSED."
           ELSE
               PERFORM 150-START-COMPONENTS
               PERFORM 510-RELEASE-NEXT-ALLOCATION
                   UNTIL END-OF-COMPONENTS
               SET WO-CLOSED TO TRUE
               MOVE RUN-DATE TO WO-CLOSE-DATE
               PERFORM 180-REWRITE-WORK-ORDER
               ADD 1 TO WORK-ORDERS-CLOSED
               DISPLAY "WORK ORDER " ENTRY-WORK-ORDER-NO " CLOSED.".
      *
       510-RELEASE-NEXT-ALLOCATION.
      *
      *    ANYTHING STILL STAGED GOES BACK TO ITS BIN; IT NEVER LEFT
      *    ON-HAND, SO ONLY THE ALLOCATION IS DROPPED.
      *
           PERFORM 160-READ-NEXT-COMPONENT.
           IF NOT END-OF-COMPONENTS
               COMPUTE FLOOR-QTY = WM-STAGED-QTY - WM-CONSUMED-QTY
                   - WM-SCRAPPED-QTY
               IF FLOOR-QTY > ZERO
                   MOVE FLOOR-QTY TO DISPLAY-FLOOR
                   DISPLAY "RETURN " DISPLAY-FLOOR " OF "
                       WM-COMPONENT-ITEM-NO " FROM THE FLOOR TO STOCK."
               END-IF
               MOVE ZERO TO WM-ALLOCATED-QTY
               PERFORM 170-REWRITE-COMPONENT.
      *
       600-WRITE-MOVEMENT-RECORD.
      *
           MOVE IM-ITEM-NO             TO MV-ITEM-NO.
           MOVE RUN-DATE               TO MV-MOVEMENT-DATE.
           MOVE "WOR2000"              TO MV-SOURCE-PROGRAM.
           MOVE BEFORE-ON-HAND-BALANCE TO MV-BEFORE-BALANCE.
           MOVE IM-ON-HAND             TO MV-AFTER-BALANCE.
           WRITE INVENTORY-MOVEMENT-RECORD.
           IF NOT MOVLEDGR-SUCCESSFUL
               DISPLAY "WRITE ERROR ON MOVLEDGR FOR ITEM "
                   IM-ITEM-NO.
      *
       610-RELIEVE-COMPONENT-LAYERS.
      *
           MOVE "R"                 TO CLR-FUNCTION-CODE.
           MOVE "WOR2000"           TO CLR-SOURCE-PROGRAM.
           MOVE IM-ITEM-NO          TO CLR-ITEM-NO.
           MOVE RUN-DATE            TO CLR-LAYER-DATE.
           MOVE COMPONENT-USAGE-QTY TO CLR-QUANTITY.
           MOVE ZERO                TO CLR-UNIT-COST.
           CALL "CST1000" USING COST-LAYER-REQUEST.
           IF LAYER-RELIEF-SHORT
               DISPLAY "COST LAYERS SHORT FOR COMPONENT "
                   IM-ITEM-NO " -- VALUATION MAY BE INCOMPLETE".
