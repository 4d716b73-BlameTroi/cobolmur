      *    ONE THAT BUILT IT COMES BACK FILE STATUS 39, SO EACH
      *    STORE IS READ UNDER ITS OLD LAYOUT AND REWRITTEN TO A
      *    .NEW FILE UNDER THE CURRENT ONE, WITH THE NEW FIELDS
      *    DEFAULTED: ADDRESSES, PRIOR PASSWORDS, MOVEMENT
      *    REASON CODES, MOVE-TASK TARGET BINS, AND THE ENTERED-BY
      *    AND APPROVED-BY OPERATORS ON THE MAINTENANCE AUDIT LOG,
      *    AND THE ACCOUNT TYPE ON THE CHART OF ACCOUNTS TO SPACES,
      *    MOVE TASKS TO REPLENISHMENT,
      *    DATES, TERMS, MIN/MAX, FAILURE COUNTS, STATEMENT LINES,
      *    AND TIMES TO
      *    ZERO, UNIT CONVERSIONS TO ONE, LOT AND DISCONTINUED
      *    FLAGS TO N, ACADEMIC STANDING TO GOOD. CUSTXTRA GREW
      *    TWICE: A STORE STILL CARRYING ONLY THE CREDIT LIMIT IS
      *    CONVERTED AS CUSTXTRA, ONE ALREADY CARRYING ADDRESSES AS
      *    CXTERMS. OPERMAST LIKEWISE: A STORE WITHOUT PASSWORD
      *    AGING IS CONVERTED AS OPERMAST, ONE ALREADY CARRYING IT
      *    AS OPLIMIT; EITHER WAY THE APPROVAL LIMIT STARTS AT
      *    ZERO. OPEN ITEMS TAKE THEIR INVOICE DATE AS THE DUE
      *    DATE, WITH NO DISCOUNT, SO THEY AGE AS THEY ALWAYS HAVE
      *    UNTIL THEY ARE PAID. THE OPERATOR
      *    SWAPS EACH .NEW FILE OVER ITS LIVE STORE AFTERWARD.
      *    RUN ONCE PER STORE AND RETIRE THE LISTING TO THE RUN
      *    BOOK; A STORE ALREADY CONVERTED MUST NOT BE RUN AGAIN.
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CX-CUSTOMER-NO
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OCUSTT   ASSIGN TO "c:\cobol\data\custxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS OCT-CUSTOMER-NO
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT OINVX    ASSIGN TO "c:\cobol\data\invxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS OP-OPERATOR-ID
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OOPLM    ASSIGN TO "c:\cobol\data\opermast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS OOL-OPERATOR-ID
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT OVEND    ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NBLOG    ASSIGN TO "c:\cobol\data\batchlog.new"
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OAROPEN  ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NAROPEN  ASSIGN TO "c:\cobol\data\aropen.new"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OMOVE    ASSIGN TO "c:\cobol\data\invmove.dat"
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NMOVE    ASSIGN TO "c:\cobol\data\invmove.new"
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OMOVTASK ASSIGN TO "c:\cobol\data\movetask.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS OMT-TASK-NO
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NMOVTASK ASSIGN TO "c:\cobol\data\movetask.new"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS MT-TASK-NO
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OMNTAUD  ASSIGN TO "c:\cobol\data\mntaudit.dat"
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NMNTAUD  ASSIGN TO "c:\cobol\data\mntaudit.new"
                           FILE STATUS IS NEW-FILE-STATUS.
           SELECT OGLCHART ASSIGN TO "c:\cobol\data\glchart.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS OGA-ACCOUNT-NO
                           FILE STATUS IS OLD-FILE-STATUS.
           SELECT NGLCHART ASSIGN TO "c:\cobol\data\glchart.new"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS GA-ACCOUNT-NO
                           FILE STATUS IS NEW-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FD  NCUSTX.
      *
       COPY "Custxtra.cpy".
      *
       FD  OCUSTT.
      *
       01  OLD-CUSTOMER-TERMS-RECORD.
           05  OCT-CUSTOMER-NO         PIC 9(5).
           05  OCT-CREDIT-LIMIT        PIC S9(7)V99.
           05  OCT-CUSTOMER-ADDRESS    PIC X(52).
      *
       FD  OINVX.
      *
       FD  NOPER.
      *
       COPY "Opermast.cpy".
      *
       FD  OOPLM.
      *
       01  OLD-OPERATOR-LIMIT-RECORD.
           05  OOL-OPERATOR-ID         PIC X(8).
           05  OOL-OPERATOR-NAME       PIC X(20).
           05  OOL-PASSWORD            PIC X(8).
           05  OOL-AUTHORITY-LEVEL     PIC 9.
           05  OOL-STATUS-CODE         PIC X.
           05  OOL-PASSWORD-DATE       PIC 9(8).
           05  OOL-PRIOR-PASSWORD-1    PIC X(8).
           05  OOL-PRIOR-PASSWORD-2    PIC X(8).
           05  OOL-FAILED-ATTEMPTS     PIC 9(2).
      *
       FD  OVEND.
      *
       FD  NBLOG.
      *
       COPY "Batchlog.cpy".
      *
       FD  OAROPEN.
      *
       01  OLD-AR-OPEN-ITEM-RECORD     PIC X(42).
      *
       FD  NAROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  OMOVE.
      *
       01  OLD-INVENTORY-MOVEMENT-RECORD   PIC X(36).
      *
       FD  NMOVE.
      *
       COPY "Invmove.cpy".
      *
       FD  OMOVTASK.
      *
       01  OLD-MOVE-TASK-RECORD.
           05  OMT-TASK-NO             PIC 9(6).
           05  FILLER                  PIC X(33).
      *
       FD  NMOVTASK.
      *
       COPY "Movetask.cpy".
      *
       FD  OMNTAUD.
      *
       01  OLD-AUDIT-LOG-RECORD            PIC X(136).
      *
       FD  NMNTAUD.
      *
       01  NEW-AUDIT-LOG-RECORD.
           05  NAL-AUDIT-DATA              PIC X(136).
           05  NAL-ENTERED-BY              PIC X(8).
           05  NAL-APPROVED-BY             PIC X(8).
      *
       FD  OGLCHART.
      *
       01  OLD-CHART-OF-ACCOUNTS-RECORD.
           05  OGA-ACCOUNT-NO          PIC 9(4).
           05  FILLER                  PIC X(43).
      *
       FD  NGLCHART.
      *
       COPY "Glchart.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       100-CONVERT-ONE-STORE.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER THE STORE TO CONVERT (CUSTXTRA, CXTERMS, "
               "INVXTRA, LOCBAL,".
           DISPLAY "OPERMAST, OPLIMIT, VENDMAST, STUMAST, CRSEMAST, "
               "BATCHLOG, AROPEN, INVMOVE,".
           DISPLAY "MOVETASK, MNTAUDIT, GLCHART), OR X TO END.".
           ACCEPT ENTRY-STORE-NAME.
           MOVE ZERO TO RECORDS-READ-COUNT.
           MOVE ZERO TO RECORDS-WRITTEN-COUNT.
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               WHEN "CUSTXTRA"
                   PERFORM 200-CONVERT-CUSTXTRA
               WHEN "CXTERMS"
                   PERFORM 250-CONVERT-CXTERMS
               WHEN "INVXTRA"
                   PERFORM 300-CONVERT-INVXTRA
               WHEN "LOCBAL"
                   PERFORM 400-CONVERT-LOCBAL
               WHEN "OPERMAST"
                   PERFORM 500-CONVERT-OPERMAST
               WHEN "OPLIMIT"
                   PERFORM 550-CONVERT-OPLIMIT
               WHEN "VENDMAST"
                   PERFORM 600-CONVERT-VENDMAST
               WHEN "STUMAST"
                   PERFORM 800-CONVERT-CRSEMAST
               WHEN "BATCHLOG"
                   PERFORM 900-CONVERT-BATCHLOG
               WHEN "AROPEN"
                   PERFORM 950-CONVERT-AROPEN
               WHEN "INVMOVE"
                   PERFORM 970-CONVERT-INVMOVE
               WHEN "MOVETASK"
                   PERFORM 990-CONVERT-MOVETASK
               WHEN "MNTAUDIT"
                   PERFORM 997-CONVERT-MNTAUDIT
               WHEN "GLCHART"
                   PERFORM 985-CONVERT-GLCHART
               WHEN OTHER
                   DISPLAY "UNKNOWN STORE -- NOTHING CONVERTED."
           END-EVALUATE.
                   MOVE OCX-CUSTOMER-NO  TO CX-CUSTOMER-NO
                   MOVE OCX-CREDIT-LIMIT TO CX-CREDIT-LIMIT
                   MOVE SPACE            TO CX-CUSTOMER-ADDRESS
                   MOVE ZERO             TO CX-PAYMENT-TERMS
                   WRITE CUSTOMER-EXTRA-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON CUSTXTRA.NEW"
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.
      *
       250-CONVERT-CXTERMS.
      *
           OPEN INPUT OCUSTT.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "CUSTXTRA COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NCUSTX
               PERFORM 260-CONVERT-NEXT-CXTERMS
                   UNTIL OLD-EOF
               CLOSE OCUSTT
                     NCUSTX.
      *
       260-CONVERT-NEXT-CXTERMS.
      *
           READ OCUSTT NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OCT-CUSTOMER-NO      TO CX-CUSTOMER-NO
                   MOVE OCT-CREDIT-LIMIT     TO CX-CREDIT-LIMIT
                   MOVE OCT-CUSTOMER-ADDRESS TO CX-CUSTOMER-ADDRESS
                   MOVE ZERO                 TO CX-PAYMENT-TERMS
                   WRITE CUSTOMER-EXTRA-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON CUSTXTRA.NEW"
                   MOVE SPACE TO IX-STOCKING-UOM
                   MOVE SPACE TO IX-BUYING-UOM
                   MOVE 1     TO IX-BUY-CONVERSION
                   MOVE ZERO  TO IX-SHIP-WEIGHT
                   MOVE "N"   TO IX-SERIAL-CONTROL-SWITCH
                   WRITE ITEM-EXTRA-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON INVXTRA.NEW"
                   MOVE SPACE TO OP-PRIOR-PASSWORD-1
                   MOVE SPACE TO OP-PRIOR-PASSWORD-2
                   MOVE ZERO  TO OP-FAILED-ATTEMPTS
                   MOVE ZERO  TO OP-APPROVAL-LIMIT
                   WRITE OPERATOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON OPERMAST.NEW"
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.
      *
       550-CONVERT-OPLIMIT.
      *
           OPEN INPUT OOPLM.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "OPERMAST COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NOPER
               PERFORM 560-CONVERT-NEXT-OPLIMIT
                   UNTIL OLD-EOF
               CLOSE OOPLM
                     NOPER.
      *
       560-CONVERT-NEXT-OPLIMIT.
      *
           READ OOPLM NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OOL-OPERATOR-ID      TO OP-OPERATOR-ID
                   MOVE OOL-OPERATOR-NAME    TO OP-OPERATOR-NAME
                   MOVE OOL-PASSWORD         TO OP-PASSWORD
                   MOVE OOL-AUTHORITY-LEVEL  TO OP-AUTHORITY-LEVEL
                   MOVE OOL-STATUS-CODE      TO OP-STATUS-CODE
                   MOVE OOL-PASSWORD-DATE    TO OP-PASSWORD-DATE
                   MOVE OOL-PRIOR-PASSWORD-1 TO OP-PRIOR-PASSWORD-1
                   MOVE OOL-PRIOR-PASSWORD-2 TO OP-PRIOR-PASSWORD-2
                   MOVE OOL-FAILED-ATTEMPTS  TO OP-FAILED-ATTEMPTS
                   MOVE ZERO                 TO OP-APPROVAL-LIMIT
                   WRITE OPERATOR-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON OPERMAST.NEW"
                       TO SM-UNITS-IN-PROGRESS
                   MOVE "G"  TO SM-ACADEMIC-STANDING
                   MOVE ZERO TO SM-STANDING-TERM
                   MOVE ZERO TO SM-DEGREE-TERM
                   MOVE SPACE TO SM-GRADUATION-HONORS
                   WRITE STUDENT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON STUMAST.NEW"
                   MOVE OCC-CURRENT-ENROLLMENT
                       TO CC-CURRENT-ENROLLMENT
                   MOVE ZERO TO CC-TEACHER-NUMBER
                   MOVE SPACE TO CC-ROOM-KEY
                   WRITE COURSE-CATALOG-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON CRSEMAST.NEW"
                   WRITE BATCH-LOG-RECORD
                   ADD 1 TO RECORDS-WRITTEN-COUNT
           END-READ.
      *
       950-CONVERT-AROPEN.
      *
           OPEN INPUT OAROPEN.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "AROPEN COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NAROPEN
               PERFORM 960-CONVERT-NEXT-OPEN-ITEM
                   UNTIL OLD-EOF
               CLOSE OAROPEN
                     NAROPEN.
      *
       960-CONVERT-NEXT-OPEN-ITEM.
      *
           READ OAROPEN
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-AR-OPEN-ITEM-RECORD TO AR-OPEN-ITEM-RECORD
                   MOVE AO-INVOICE-DATE TO AO-DUE-DATE
                   MOVE ZERO            TO AO-DISCOUNT-DATE
                   MOVE ZERO            TO AO-DISCOUNT-AMOUNT
                   WRITE AR-OPEN-ITEM-RECORD
                   ADD 1 TO RECORDS-WRITTEN-COUNT
           END-READ.
      *
       970-CONVERT-INVMOVE.
      *
           OPEN INPUT OMOVE.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "INVMOVE COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NMOVE
               PERFORM 980-CONVERT-NEXT-MOVEMENT
                   UNTIL OLD-EOF
               CLOSE OMOVE
                     NMOVE.
      *
       980-CONVERT-NEXT-MOVEMENT.
      *
           READ OMOVE
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-INVENTORY-MOVEMENT-RECORD
                       TO INVENTORY-MOVEMENT-RECORD
                   MOVE SPACE TO MV-REASON-CODE
                   WRITE INVENTORY-MOVEMENT-RECORD
                   ADD 1 TO RECORDS-WRITTEN-COUNT
           END-READ.
      *
      *    AN ACCOUNT COMES OVER WITH NO TYPE AND LINE 000; IT
      *    STAYS OFF THE FINANCIAL STATEMENTS UNTIL GLA1000 SETS
      *    ITS TYPE.
      *
       985-CONVERT-GLCHART.
      *
           OPEN INPUT OGLCHART.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "GLCHART COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NGLCHART
               PERFORM 986-CONVERT-NEXT-ACCOUNT
                   UNTIL OLD-EOF
               CLOSE OGLCHART
                     NGLCHART.
      *
       986-CONVERT-NEXT-ACCOUNT.
      *
           READ OGLCHART NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-CHART-OF-ACCOUNTS-RECORD
                       TO CHART-OF-ACCOUNTS-RECORD
                   MOVE SPACE TO GA-ACCOUNT-TYPE
                   MOVE ZERO  TO GA-STATEMENT-LINE
                   WRITE CHART-OF-ACCOUNTS-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON GLCHART.NEW"
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.
      *
       990-CONVERT-MOVETASK.
      *
           OPEN INPUT OMOVTASK.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "MOVETASK COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NMOVTASK
               PERFORM 995-CONVERT-NEXT-MOVE-TASK
                   UNTIL OLD-EOF
               CLOSE OMOVTASK
                     NMOVTASK.
      *
       995-CONVERT-NEXT-MOVE-TASK.
      *
           READ OMOVTASK NEXT RECORD
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-MOVE-TASK-RECORD TO MOVE-TASK-RECORD
                   SET REPLENISHMENT-TASK TO TRUE
                   MOVE SPACE TO MT-NEW-BIN-LOCATION
                   WRITE MOVE-TASK-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON MOVETASK.NEW"
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN-COUNT
                   END-WRITE
           END-READ.
      *
       997-CONVERT-MNTAUDIT.
      *
           OPEN INPUT OMNTAUD.
           IF NOT OLD-SUCCESSFUL
               DISPLAY "MNTAUDIT COULD NOT BE OPENED -- STATUS "
                   OLD-FILE-STATUS
               MOVE "Y" TO OLD-EOF-SWITCH
           ELSE
               OPEN OUTPUT NMNTAUD
               PERFORM 998-CONVERT-NEXT-AUDIT-RECORD
                   UNTIL OLD-EOF
               CLOSE OMNTAUD
                     NMNTAUD.
      *
       998-CONVERT-NEXT-AUDIT-RECORD.
      *
           READ OMNTAUD
               AT END
                   MOVE "Y" TO OLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ-COUNT
                   MOVE OLD-AUDIT-LOG-RECORD TO NAL-AUDIT-DATA
                   MOVE SPACE TO NAL-ENTERED-BY
                                 NAL-APPROVED-BY
                   WRITE NEW-AUDIT-LOG-RECORD
                   ADD 1 TO RECORDS-WRITTEN-COUNT
           END-READ.
