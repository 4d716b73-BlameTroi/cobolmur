      *    ORDER LINE FOR A HELD CUSTOMER IS SET TO HELD STATUS,
      *    WHICH THE PICK LIST AND THE BILLING RUN NEVER SELECT.
      *    ONLY THE SUPERVISOR RELEASE SCREEN (CHR1000) TAKES A
      *    LINE OFF HOLD. A CUSTOMER WRITTEN OFF AS A BAD DEBT IS
      *    ON THE BAD-DEBT HOLD FILE AND IS HELD WHATEVER THE
      *    LIMIT SAYS. AN AMOUNT IN OPEN DISPUTE STILL COUNTS
      *    AGAINST THE LIMIT BUT NOT TOWARD THE OVER-60 TEST. A
      *    HOLD REGISTER DOCUMENTS THE PASS.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT DISPUTE  ASSIGN TO "c:\cobol\data\dispute.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS DP-DISPUTE-KEY
                           FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT BDHOLD   ASSIGN TO "c:\cobol\data\bdhold.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BDHOLD-FILE-STATUS.
           SELECT CHDRPT   ASSIGN TO "c:\cobol\data\chd1rpt.prn".
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat".
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  DISPUTE.
      *
       COPY "Dispute.cpy".
      *
       FD  BDHOLD.
      *
       COPY "Bdhold.cpy".
      *
       FD  CHDRPT.
       01  CHD-PRINT-AREA          PIC X(90).
               88  ORDFILE-EOF                     VALUE "Y".
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  BDHOLD-EOF-SWITCH           PIC X   VALUE "N".
               88  BDHOLD-EOF                      VALUE "Y".
           05  DISPUTE-EOF-SWITCH          PIC X   VALUE "N".
               88  DISPUTE-EOF                     VALUE "Y".
           05  CUSTXTRA-OPEN-SWITCH        PIC X   VALUE "N".
               88  CUSTXTRA-OPEN                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ORDFILE-FILE-STATUS     PIC XX.
               88  CUSTXTRA-SUCCESSFUL         VALUE "00".
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  BDHOLD-FILE-STATUS      PIC XX.
               88  BDHOLD-SUCCESSFUL           VALUE "00".
           05  DISPUTE-FILE-STATUS     PIC XX.
               88  DISPUTE-SUCCESSFUL          VALUE "00".
      *
       01  HOLD-COUNT-FIELDS.
           05  LINES-READ-COUNT        PIC 9(7)    VALUE ZERO.
       01  HOLD-WORK-FIELDS.
           05  ELAPSED-DAYS            PIC S9(5).
           05  CREDIT-EXPOSURE         PIC S9(9)V99.
           05  UNDISPUTED-AMOUNT       PIC S9(7)V99.
      *
       01  CUSTOMER-CREDIT-TABLE.
           05  CREDIT-ENTRY-COUNT      PIC S9(3)   COMP  VALUE ZERO.
               10  CR-OVER-60-AMOUNT       PIC S9(9)V99.
               10  CR-HOLD-SWITCH          PIC X.
                   88  CR-CUSTOMER-HELD        VALUE "Y".
               10  CR-BAD-DEBT-SWITCH      PIC X.
                   88  CR-BAD-DEBT             VALUE "Y".
      *
      *    OPEN DISPUTES, SO THE DISPUTED PART OF AN ITEM CAN BE
      *    SET ASIDE.
      *
       01  OPEN-DISPUTE-TABLE.
           05  DISPUTE-ENTRY-COUNT     PIC S9(3)   COMP  VALUE ZERO.
           05  DISPUTE-ENTRY               OCCURS 300 TIMES
                                           INDEXED BY DT-INDEX.
               10  DT-CUSTOMER-NO          PIC 9(5).
               10  DT-REFERENCE            PIC X(10).
               10  DT-DISPUTED-AMOUNT      PIC S9(7)V99.
      *
       COPY "Dtereq.cpy".
      *
           05  FILLER                  PIC X(16) VALUE "OPEN ORDERS".
           05  FILLER                  PIC X(16) VALUE "CREDIT LIMIT".
           05  FILLER                  PIC X(16) VALUE "OVER 60".
           05  FILLER                  PIC X(8)  VALUE "REASON".
      *
       01  CHD-DETAIL-LINE.
           05  CDL-CUSTOMER-NO         PIC 9(5).
           05  CDL-CREDIT-LIMIT        PIC ZZZ,ZZZ,Z9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CDL-OVER-60             PIC ZZZ,ZZZ,Z9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  CDL-HOLD-REASON         PIC X(8).
      *
       01  CHD-TOTAL-LINE.
           05  FILLER                  PIC X(17)
           WRITE CHD-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 100-LOAD-OPEN-ORDER-VALUES.
           IF CREDIT-ENTRY-COUNT > ZERO
               PERFORM 150-LOAD-OPEN-DISPUTES
               PERFORM 200-LOAD-RECEIVABLE-BALANCES
               PERFORM 250-LOAD-BAD-DEBT-HOLDS
               PERFORM 300-JUDGE-EACH-CUSTOMER
               PERFORM 500-HOLD-FLAGGED-ORDER-LINES.
           MOVE CUSTOMERS-HELD-COUNT TO CTL-CUSTOMERS-HELD.
                       MOVE ZERO TO CR-AR-BALANCE (CR-INDEX)
                       MOVE ZERO TO CR-OVER-60-AMOUNT (CR-INDEX)
                       MOVE "N"  TO CR-HOLD-SWITCH (CR-INDEX)
                       MOVE "N"  TO CR-BAD-DEBT-SWITCH (CR-INDEX)
                   ELSE
                       DISPLAY "CHD1000 CREDIT TABLE FULL FOR "
                           "CUSTOMER " OR-CUSTOMER-NO
                       CR-OPEN-ORDER-VALUE (CR-INDEX)
                       + (OR-ORDER-QUANTITY * OR-UNIT-PRICE)
           END-SEARCH.
      *
       150-LOAD-OPEN-DISPUTES.
      *
           OPEN INPUT DISPUTE.
           IF DISPUTE-SUCCESSFUL
               PERFORM 155-LOAD-NEXT-DISPUTE
                   UNTIL DISPUTE-EOF
               CLOSE DISPUTE.
      *
       155-LOAD-NEXT-DISPUTE.
      *
           READ DISPUTE
               AT END
                   MOVE "Y" TO DISPUTE-EOF-SWITCH
               NOT AT END
                   IF DISPUTE-OPEN
                       IF DISPUTE-ENTRY-COUNT < 300
                           ADD 1 TO DISPUTE-ENTRY-COUNT
                           SET DT-INDEX TO DISPUTE-ENTRY-COUNT
                           MOVE DP-CUSTOMER-NO TO
                               DT-CUSTOMER-NO (DT-INDEX)
                           MOVE DP-REFERENCE TO
                               DT-REFERENCE (DT-INDEX)
                           MOVE DP-DISPUTED-AMOUNT TO
                               DT-DISPUTED-AMOUNT (DT-INDEX)
                       ELSE
                           DISPLAY "CHD1000 DISPUTE TABLE FULL FOR "
                               "CUSTOMER " DP-CUSTOMER-NO
                       END-IF
                   END-IF
           END-READ.
      *
       200-LOAD-RECEIVABLE-BALANCES.
      *
           ELSE
               MOVE ZERO TO ELAPSED-DAYS.
           IF ELAPSED-DAYS > 60
               IF AO-OPEN-AMOUNT > ZERO
                   PERFORM 240-SET-UNDISPUTED-AMOUNT
                   ADD UNDISPUTED-AMOUNT TO
                       CR-OVER-60-AMOUNT (CR-INDEX)
               ELSE
                   ADD AO-OPEN-AMOUNT TO CR-OVER-60-AMOUNT (CR-INDEX).
      *
       240-SET-UNDISPUTED-AMOUNT.
      *
      *    A PAYMENT SINCE THE DISPUTE WAS OPENED MAY HAVE LEFT LESS
      *    OPEN THAN WAS DISPUTED; NEVER SET ASIDE MORE THAN IS OPEN.
      *
           MOVE AO-OPEN-AMOUNT TO UNDISPUTED-AMOUNT.
           SET DT-INDEX TO 1.
           SEARCH DISPUTE-ENTRY
               AT END
                   CONTINUE
               WHEN DT-INDEX > DISPUTE-ENTRY-COUNT
                   CONTINUE
               WHEN DT-CUSTOMER-NO (DT-INDEX) = AO-CUSTOMER-NO
                 AND DT-REFERENCE (DT-INDEX) = AO-REFERENCE
                   IF DT-DISPUTED-AMOUNT (DT-INDEX) < AO-OPEN-AMOUNT
                       SUBTRACT DT-DISPUTED-AMOUNT (DT-INDEX)
                           FROM UNDISPUTED-AMOUNT
                   ELSE
                       MOVE ZERO TO UNDISPUTED-AMOUNT
                   END-IF
           END-SEARCH.
      *
       250-LOAD-BAD-DEBT-HOLDS.
      *
           OPEN INPUT BDHOLD.
           IF BDHOLD-SUCCESSFUL
               PERFORM 260-FLAG-NEXT-BAD-DEBT
                   UNTIL BDHOLD-EOF
               CLOSE BDHOLD.
      *
       260-FLAG-NEXT-BAD-DEBT.
      *
           READ BDHOLD
               AT END
                   MOVE "Y" TO BDHOLD-EOF-SWITCH
               NOT AT END
                   SET CR-INDEX TO 1
                   SEARCH CREDIT-ENTRY
                       AT END
                           CONTINUE
                       WHEN CR-INDEX > CREDIT-ENTRY-COUNT
                           CONTINUE
                       WHEN CR-CUSTOMER-NO (CR-INDEX) = BH-CUSTOMER-NO
                           SET CR-BAD-DEBT (CR-INDEX) TO TRUE
                   END-SEARCH
           END-READ.
      *
       300-JUDGE-EACH-CUSTOMER.
      *
      *    WITHOUT THE SIDE FILE THERE ARE NO LIMITS TO TEST, BUT
      *    A BAD-DEBT CUSTOMER IS STILL HELD.
      *
           OPEN INPUT CUSTXTRA.
           IF CUSTXTRA-SUCCESSFUL
               MOVE "Y" TO CUSTXTRA-OPEN-SWITCH
           ELSE
               DISPLAY "CHD1000 NO CREDIT SIDE FILE -- ONLY "
                   "BAD-DEBT HOLDS APPLIED.".
           PERFORM 310-JUDGE-ONE-CUSTOMER
               VARYING CR-INDEX FROM 1 BY 1
               UNTIL CR-INDEX > CREDIT-ENTRY-COUNT.
           IF CUSTXTRA-OPEN
               CLOSE CUSTXTRA.
      *
       310-JUDGE-ONE-CUSTOMER.
      *    CREDIT -- THE SAME RULE ORDER ENTRY APPLIES. THE
      *    OVER-60 TEST HOLDS EVEN A CUSTOMER UNDER THEIR LIMIT.
      *
           MOVE ZERO TO CX-CREDIT-LIMIT.
           IF CUSTXTRA-OPEN
               MOVE CR-CUSTOMER-NO (CR-INDEX) TO CX-CUSTOMER-NO
               READ CUSTXTRA
                   INVALID KEY
                       MOVE ZERO TO CX-CREDIT-LIMIT
               END-READ
           END-IF.
           IF CR-BAD-DEBT (CR-INDEX)
               MOVE "BAD DEBT" TO CDL-HOLD-REASON
               SET CR-CUSTOMER-HELD (CR-INDEX) TO TRUE
               ADD 1 TO CUSTOMERS-HELD-COUNT
               PERFORM 320-PRINT-HOLD-DETAIL
           ELSE
               IF CX-CREDIT-LIMIT > ZERO
                   COMPUTE CREDIT-EXPOSURE =
                       CR-AR-BALANCE (CR-INDEX)
                       + CR-OPEN-ORDER-VALUE (CR-INDEX)
                   IF CREDIT-EXPOSURE > CX-CREDIT-LIMIT
                     OR CR-OVER-60-AMOUNT (CR-INDEX) > ZERO
                       MOVE "CREDIT" TO CDL-HOLD-REASON
                       SET CR-CUSTOMER-HELD (CR-INDEX) TO TRUE
                       ADD 1 TO CUSTOMERS-HELD-COUNT
                       PERFORM 320-PRINT-HOLD-DETAIL
                   END-IF
               END-IF
           END-IF.
      *
