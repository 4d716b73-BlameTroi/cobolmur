       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RQS1000.
      *
      *    PURCHASE-REQUISITION SUBMISSION, CALLED BY EVERY PROGRAM
      *    THAT ASKS FOR STOCK TO BE BOUGHT -- REQUISITION ENTRY
      *    AND THE REORDER PROMPT IN THE BOOK INQUIRY. NOTHING
      *    REACHES PORDFILE FROM HERE: THE REQUISITION IS PRICED
      *    FROM THE VENDOR CATALOG AND FILED, APPROVED AT ONCE IF
      *    THE REQUESTER'S OWN APPROVAL LIMIT COVERS IT, PENDING
      *    FOR A SUPERVISOR IF NOT. THE PO RUN (REQ3000) CUTS
      *    ORDERS FROM APPROVED REQUISITIONS ONLY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT VENCAT   ASSIGN TO "c:\cobol\data\vencat.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VC-CATALOG-KEY
                           FILE STATUS IS VENCAT-FILE-STATUS.
           SELECT OPERMAST ASSIGN TO "c:\cobol\data\opermast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS OP-OPERATOR-ID
                           FILE STATUS IS OPERMAST-FILE-STATUS.
           SELECT REQFILE  ASSIGN TO "c:\cobol\data\reqfile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RQ-REQ-NO
                           FILE STATUS IS REQFILE-FILE-STATUS.
           SELECT REQCTL   ASSIGN TO "c:\cobol\data\reqctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS REQCTL-FILE-STATUS.
           SELECT APRLOG   ASSIGN TO "c:\cobol\data\aprlog.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APRLOG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  VENCAT.
      *
       COPY "Vencat.cpy".
      *
       FD  OPERMAST.
      *
       COPY "Opermast.cpy".
      *
       FD  REQFILE.
      *
       COPY "Reqfile.cpy".
      *
       FD  REQCTL.
      *
       01  REQUISITION-CONTROL-RECORD.
           05  RC-LAST-REQ-NO          PIC 9(6).
      *
       FD  APRLOG.
      *
       COPY "Aprlog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS-FIELDS.
           05  VENCAT-FILE-STATUS      PIC XX.
               88  VENCAT-SUCCESSFUL           VALUE "00".
           05  OPERMAST-FILE-STATUS    PIC XX.
               88  OPERMAST-SUCCESSFUL         VALUE "00".
           05  REQFILE-FILE-STATUS     PIC XX.
               88  REQFILE-SUCCESSFUL          VALUE "00".
               88  REQFILE-NOT-FOUND           VALUE "35".
           05  REQCTL-FILE-STATUS      PIC XX.
               88  REQCTL-SUCCESSFUL           VALUE "00".
           05  APRLOG-FILE-STATUS      PIC XX.
               88  APRLOG-SUCCESSFUL           VALUE "00".
      *
       01  REQUISITION-WORK-FIELDS.
           05  NEXT-REQ-NO             PIC 9(6)    VALUE ZERO.
           05  REQUESTER-LIMIT         PIC 9(7)V99.
           05  QUOTED-COST             PIC S9(3)V99.
           05  MINIMUM-ORDER-QTY       PIC S9(5).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
      *
       LINKAGE SECTION.
      *
       COPY "Rqsreq.cpy".
      *
       PROCEDURE DIVISION USING REQUISITION-REQUEST.
      *
       000-SUBMIT-REQUISITION.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE ZERO TO RR-REQ-NO.
           MOVE ZERO TO RR-EXTENDED-COST.
           PERFORM 100-PRICE-FROM-CATALOG.
           IF REQ-NO-CATALOG-QUOTE
               GOBACK.
           IF RR-QUANTITY < MINIMUM-ORDER-QTY
               MOVE MINIMUM-ORDER-QTY TO RR-QUANTITY.
           COMPUTE RR-EXTENDED-COST = RR-QUANTITY * QUOTED-COST.
           PERFORM 200-GET-REQUESTER-LIMIT.
           OPEN I-O REQFILE.
           IF REQFILE-NOT-FOUND
               OPEN OUTPUT REQFILE
               CLOSE REQFILE
               OPEN I-O REQFILE.
           IF NOT REQFILE-SUCCESSFUL
               MOVE "99" TO RR-RETURN-CODE
               GOBACK.
           PERFORM 300-TAKE-NEXT-REQ-NUMBER.
           PERFORM 400-WRITE-REQUISITION.
           CLOSE REQFILE.
           IF REQ-APPROVED-ON-ENTRY
               PERFORM 500-LOG-APPROVAL-ON-ENTRY.
           GOBACK.
      *
       100-PRICE-FROM-CATALOG.
      *
      *    A REQUISITION IS ONLY AS GOOD AS ITS PRICE -- THE LIMIT
      *    CHECK MEANS NOTHING AGAINST A GUESSED COST, SO NO
      *    CATALOG QUOTE, NO REQUISITION.
      *
           MOVE "20" TO RR-RETURN-CODE.
           OPEN INPUT VENCAT.
           IF VENCAT-SUCCESSFUL
               MOVE RR-VENDOR-NO TO VC-VENDOR-NO
               MOVE RR-ITEM-NO   TO VC-ITEM-NO
               READ VENCAT
                   INVALID KEY
                       MOVE "20" TO RR-RETURN-CODE
                   NOT INVALID KEY
                       MOVE "00" TO RR-RETURN-CODE
                       MOVE VC-QUOTED-COST   TO QUOTED-COST
                       MOVE VC-MIN-ORDER-QTY TO MINIMUM-ORDER-QTY
               END-READ
               CLOSE VENCAT.
      *
       200-GET-REQUESTER-LIMIT.
      *
           MOVE ZERO TO REQUESTER-LIMIT.
           OPEN INPUT OPERMAST.
           IF OPERMAST-SUCCESSFUL
               MOVE RR-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERMAST
                   INVALID KEY
                       MOVE ZERO TO REQUESTER-LIMIT
                   NOT INVALID KEY
                       MOVE OP-APPROVAL-LIMIT TO REQUESTER-LIMIT
               END-READ
               CLOSE OPERMAST.
           IF RR-EXTENDED-COST > REQUESTER-LIMIT
               MOVE "10" TO RR-RETURN-CODE
           ELSE
               MOVE "00" TO RR-RETURN-CODE.
      *
       300-TAKE-NEXT-REQ-NUMBER.
      *
      *    TAKEN AND REWRITTEN AT ONCE, AS THE PO NUMBER IS --
      *    SEVERAL OPERATORS MAY BE RAISING REQUISITIONS AT THE
      *    SAME TIME.
      *
           OPEN INPUT REQCTL.
           IF REQCTL-SUCCESSFUL
               READ REQCTL
                   AT END
                       MOVE ZERO TO RC-LAST-REQ-NO
               END-READ
               MOVE RC-LAST-REQ-NO TO NEXT-REQ-NO
               CLOSE REQCTL
           ELSE
               MOVE ZERO TO NEXT-REQ-NO.
           ADD 1 TO NEXT-REQ-NO.
           OPEN OUTPUT REQCTL.
           MOVE NEXT-REQ-NO TO RC-LAST-REQ-NO.
           WRITE REQUISITION-CONTROL-RECORD.
           CLOSE REQCTL.
      *
       400-WRITE-REQUISITION.
      *
           MOVE NEXT-REQ-NO      TO RQ-REQ-NO.
           MOVE RR-ITEM-NO       TO RQ-ITEM-NO.
           MOVE RR-VENDOR-NO     TO RQ-VENDOR-NO.
           MOVE RR-QUANTITY      TO RQ-QUANTITY.
           MOVE QUOTED-COST      TO RQ-UNIT-COST.
           MOVE RR-EXTENDED-COST TO RQ-EXTENDED-COST.
           MOVE RR-OPERATOR-ID   TO RQ-REQUESTED-BY.
           MOVE RUN-DATE         TO RQ-REQUEST-DATE.
           MOVE SPACE            TO RQ-REJECT-REASON.
           MOVE ZERO             TO RQ-PO-NUMBER.
           MOVE ZERO             TO RQ-PO-LINE-NO.
           IF REQ-APPROVED-ON-ENTRY
               SET REQ-APPROVED TO TRUE
               MOVE RR-OPERATOR-ID TO RQ-DECIDED-BY
               MOVE RUN-DATE       TO RQ-DECISION-DATE
           ELSE
               SET REQ-PENDING TO TRUE
               MOVE SPACE          TO RQ-DECIDED-BY
               MOVE ZERO           TO RQ-DECISION-DATE.
           WRITE REQUISITION-RECORD
               INVALID KEY
                   MOVE "99" TO RR-RETURN-CODE
               NOT INVALID KEY
                   MOVE NEXT-REQ-NO TO RR-REQ-NO
           END-WRITE.
      *
       500-LOG-APPROVAL-ON-ENTRY.
      *
           OPEN EXTEND APRLOG.
           IF NOT APRLOG-SUCCESSFUL
               OPEN OUTPUT APRLOG.
           IF APRLOG-SUCCESSFUL
               MOVE RUN-DATE         TO AL-LOG-DATE
               MOVE RUN-TIME         TO AL-LOG-TIME
               MOVE RQ-REQ-NO        TO AL-REQ-NO
               SET AL-APPROVED TO TRUE
               MOVE RR-OPERATOR-ID   TO AL-OPERATOR-ID
               MOVE RR-EXTENDED-COST TO AL-EXTENDED-COST
               MOVE REQUESTER-LIMIT  TO AL-APPROVAL-LIMIT
               MOVE "WITHIN REQUESTER'S OWN LIMIT" TO AL-REASON
               WRITE APPROVAL-LOG-RECORD
               CLOSE APRLOG.
