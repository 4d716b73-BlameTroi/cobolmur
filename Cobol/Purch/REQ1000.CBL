       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. REQ1000.
      *
      *    PURCHASE-REQUISITION ENTRY. A BUYER ASKS FOR AN ITEM
      *    FROM A VENDOR IN A QUANTITY; RQS1000 PRICES IT FROM THE
      *    VENDOR CATALOG AND FILES IT. A REQUISITION WITHIN THE
      *    BUYER'S OWN APPROVAL LIMIT IS APPROVED ON ENTRY; ONE
      *    OVER IT WAITS FOR A SUPERVISOR IN REQ2000. THE VENDOR
      *    DEFAULTS TO THE ITEM'S USUAL VENDOR ON INVMAST.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT INVMAST  ASSIGN TO "c:\cobol\data\invmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS IM-ITEM-NO
                           ALTERNATE RECORD KEY IS IM-VENDOR-NO
                               WITH DUPLICATES
                           FILE STATUS IS INVMAST-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
      *
       01  FILE-STATUS-FIELDS.
           05  INVMAST-FILE-STATUS     PIC XX.
               88  INVMAST-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ITEM-NO           PIC X(5).
           05  ENTRY-VENDOR-NO         PIC X(5).
           05  ENTRY-QUANTITY          PIC 9(5).
      *
       01  SESSION-COUNTS.
           05  REQS-APPROVED           PIC S9(5)   COMP  VALUE ZERO.
           05  REQS-PENDING            PIC S9(5)   COMP  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZ9.
           05  DISPLAY-EXTENDED-COST   PIC Z,ZZZ,ZZ9.99.
           05  DISPLAY-APPROVED-COUNT  PIC ZZ,ZZ9.
           05  DISPLAY-PENDING-COUNT   PIC ZZ,ZZ9.
      *
       COPY "Sgnreq.cpy".
      *
       COPY "Rqsreq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-ENTER-REQUISITIONS.
      *
           DISPLAY "REQ1000 PURCHASE-REQUISITION ENTRY".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "REQUISITIONS NEED OPERATOR AUTHORITY."
               STOP RUN.
           OPEN INPUT INVMAST.
           IF NOT INVMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON INVMAST -- STATUS "
                   INVMAST-FILE-STATUS
               STOP RUN.
           PERFORM 100-ENTER-ONE-REQUISITION
               UNTIL END-OF-SESSION.
           CLOSE INVMAST.
           MOVE REQS-APPROVED TO DISPLAY-APPROVED-COUNT.
           MOVE REQS-PENDING  TO DISPLAY-PENDING-COUNT.
           DISPLAY "REQ1000 SESSION ENDED -- " DISPLAY-APPROVED-COUNT
               " APPROVED ON ENTRY, " DISPLAY-PENDING-COUNT
               " AWAITING APPROVAL.".
           STOP RUN.
      *
       100-ENTER-ONE-REQUISITION.
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
                       PERFORM 200-ACCEPT-REQUISITION-DETAIL
               END-READ.
      *
       200-ACCEPT-REQUISITION-DETAIL.
      *
           DISPLAY "ENTER VENDOR NUMBER (BLANK = " IM-VENDOR-NO ").".
           MOVE SPACE TO ENTRY-VENDOR-NO.
           ACCEPT ENTRY-VENDOR-NO.
           IF ENTRY-VENDOR-NO = SPACE
               MOVE IM-VENDOR-NO TO ENTRY-VENDOR-NO.
           DISPLAY "ENTER QUANTITY.".
           ACCEPT ENTRY-QUANTITY.
           IF ENTRY-QUANTITY = ZERO
               DISPLAY "QUANTITY MUST BE GREATER THAN ZERO -- "
                   "NOTHING RAISED."
           ELSE
               PERFORM 300-SUBMIT-REQUISITION.
      *
       300-SUBMIT-REQUISITION.
      *
           MOVE SO-OPERATOR-ID  TO RR-OPERATOR-ID.
           MOVE ENTRY-ITEM-NO   TO RR-ITEM-NO.
           MOVE ENTRY-VENDOR-NO TO RR-VENDOR-NO.
           MOVE ENTRY-QUANTITY  TO RR-QUANTITY.
           CALL "RQS1000" USING REQUISITION-REQUEST.
           MOVE RR-EXTENDED-COST TO DISPLAY-EXTENDED-COST.
           EVALUATE TRUE
               WHEN REQ-APPROVED-ON-ENTRY
                   ADD 1 TO REQS-APPROVED
                   DISPLAY "REQUISITION " RR-REQ-NO " FOR "
                       DISPLAY-EXTENDED-COST
                       " APPROVED -- WITHIN YOUR LIMIT."
               WHEN REQ-AWAITING-APPROVAL
                   ADD 1 TO REQS-PENDING
                   DISPLAY "REQUISITION " RR-REQ-NO " FOR "
                       DISPLAY-EXTENDED-COST
                       " AWAITS SUPERVISOR APPROVAL."
               WHEN REQ-NO-CATALOG-QUOTE
                   DISPLAY "NO CATALOG QUOTE FROM VENDOR "
                       ENTRY-VENDOR-NO " FOR ITEM " ENTRY-ITEM-NO
                       " -- NOTHING RAISED."
               WHEN OTHER
                   DISPLAY "REQUISITION FILE ERROR -- NOTHING RAISED."
           END-EVALUATE.
           IF (REQ-APPROVED-ON-ENTRY OR REQ-AWAITING-APPROVAL)
             AND RR-QUANTITY > ENTRY-QUANTITY
               MOVE RR-QUANTITY TO DISPLAY-QUANTITY
               DISPLAY "QUANTITY RAISED TO THE VENDOR MINIMUM OF "
                   DISPLAY-QUANTITY ".".
