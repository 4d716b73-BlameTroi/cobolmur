      *
       PROGRAM-ID. FIN1000.
      *
      *    MONTHLY FINANCE-CHARGE ASSESSMENT. EVERY OPEN ITEM MORE
      *    THAN THE GRACE PERIOD PAST ITS DUE DATE IS CHARGED AT
      *    THE MONTHLY RATE FROM THE RECEIVABLES CONTROL FILE --
      *    THE RATE LIVES IN DATA, NOT IN CODE, THE LESSON THE OLD
      *    HARDCODED TAX RATE TAUGHT. CHARGES ARE ACCUMULATED PER
      *    CUSTOMER AND WRITTEN BACK TO THE OPEN-ITEM FILE AS NEW
      *    OPEN ITEMS WITH AN FC REFERENCE, SO CASH APPLICATION
      *    COLLECTS THEM OLDEST-FIRST LIKE ANY OTHER ITEM. AN
      *    ASSESSMENT REGISTER WITH CONTROL TOTALS DOCUMENTS THE
      *    RUN. AN AMOUNT IN OPEN DISPUTE IS NOT CHARGED -- ONLY
      *    THE PART OF THE ITEM THE CUSTOMER DOES NOT CONTEST.
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
           SELECT FINRPT   ASSIGN TO "c:\cobol\data\fin1rpt.prn".
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat".
      *
      *
       FD  ARCTL.
      *
       COPY "Arctl.cpy".
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  DISPUTE.
      *
       COPY "Dispute.cpy".
      *
       FD  FINRPT.
       01  FIN-PRINT-AREA          PIC X(90).
       01  SWITCHES.
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  DISPUTE-EOF-SWITCH          PIC X   VALUE "N".
               88  DISPUTE-EOF                     VALUE "Y".
           05  CHARGE-TABLED-SWITCH        PIC X.
               88  CHARGE-TABLED                   VALUE "Y".
      *
               88  ARCTL-SUCCESSFUL            VALUE "00".
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  DISPUTE-FILE-STATUS     PIC XX.
               88  DISPUTE-SUCCESSFUL          VALUE "00".
      *
       01  CHARGE-COUNT-FIELDS.
           05  ITEMS-READ-COUNT        PIC 9(7)    VALUE ZERO.
       01  CHARGE-WORK-FIELDS.
           05  ELAPSED-DAYS            PIC S9(5).
           05  ITEM-CHARGE-AMOUNT      PIC S9(7)V99.
           05  UNDISPUTED-AMOUNT       PIC S9(7)V99.
           05  PAST-DUE-TOTAL          PIC S9(9)V99 VALUE ZERO.
           05  CHARGE-TOTAL            PIC S9(9)V99 VALUE ZERO.
      *
                                           INDEXED BY CC-INDEX.
               10  CC-CUSTOMER-NO          PIC 9(5).
               10  CC-CHARGE-AMOUNT        PIC S9(7)V99.
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
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           PERFORM 050-LOAD-RECEIVABLES-CONTROLS.
           PERFORM 060-LOAD-OPEN-DISPUTES.
           OPEN OUTPUT FINRPT.
           MOVE RUN-DATE TO FHL-RUN-DATE.
           MOVE FIN-HEADING-LINE-1 TO FIN-PRINT-AREA.
               DISPLAY "FIN1000 CHARGE RATE IS ZERO -- RUN "
                   "ABANDONED."
               STOP RUN.
      *
       060-LOAD-OPEN-DISPUTES.
      *
           OPEN INPUT DISPUTE.
           IF DISPUTE-SUCCESSFUL
               PERFORM 065-LOAD-NEXT-DISPUTE
                   UNTIL DISPUTE-EOF
               CLOSE DISPUTE.
      *
       065-LOAD-NEXT-DISPUTE.
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
                           DISPLAY "FIN1000 DISPUTE TABLE FULL FOR "
                               "CUSTOMER " DP-CUSTOMER-NO
                       END-IF
                   END-IF
           END-READ.
      *
       100-ASSESS-NEXT-OPEN-ITEM.
      *
                   ADD 1 TO ITEMS-READ-COUNT
                   IF AR-ITEM-OPEN AND AO-OPEN-AMOUNT > ZERO
                       AND AO-REFERENCE (1:2) NOT = "FC"
                       PERFORM 110-SET-UNDISPUTED-AMOUNT
                       IF UNDISPUTED-AMOUNT > ZERO
                           PERFORM 200-ASSESS-OPEN-ITEM
                       END-IF
                   END-IF
           END-READ.
      *
       110-SET-UNDISPUTED-AMOUNT.
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
       200-ASSESS-OPEN-ITEM.
      *
      *    A CHARGE IS NEVER ASSESSED ON A PRIOR FINANCE CHARGE --
      *    COMPOUNDING INTEREST ON INTEREST IS A LETTER FROM THE
      *    CUSTOMER'S LAWYER, NOT A COLLECTION POLICY. THE GRACE
      *    PERIOD RUNS FROM THE DUE DATE, NOT THE INVOICE DATE, SO
      *    A CUSTOMER ON NET 60 IS NOT CHARGED FOR PAYING ON TIME.
      *
           MOVE RUN-DATE        TO DC-DATE-1.
           MOVE AO-DUE-DATE     TO DC-DATE-2.
           SET ELAPSED-BETWEEN TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               MOVE ZERO TO ELAPSED-DAYS.
           IF ELAPSED-DAYS > AC-GRACE-DAYS
               COMPUTE ITEM-CHARGE-AMOUNT ROUNDED =
                   UNDISPUTED-AMOUNT * AC-FINANCE-CHARGE-RATE
               IF ITEM-CHARGE-AMOUNT > ZERO
                   PERFORM 210-RECORD-ITEM-CHARGE.
      *
           PERFORM 220-ACCUMULATE-CUSTOMER-CHARGE.
           IF CHARGE-TABLED
               ADD 1 TO ITEMS-CHARGED-COUNT
               ADD UNDISPUTED-AMOUNT  TO PAST-DUE-TOTAL
               ADD ITEM-CHARGE-AMOUNT TO CHARGE-TOTAL
               MOVE AO-CUSTOMER-NO      TO FDL-CUSTOMER-NO
               MOVE AO-REFERENCE        TO FDL-REFERENCE
               MOVE ELAPSED-DAYS        TO FDL-DAYS-OLD
               MOVE UNDISPUTED-AMOUNT   TO FDL-OPEN-AMOUNT
               MOVE ITEM-CHARGE-AMOUNT  TO FDL-CHARGE-AMOUNT
               MOVE FIN-DETAIL-LINE TO FIN-PRINT-AREA
               WRITE FIN-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
           MOVE CC-CUSTOMER-NO (CC-INDEX)   TO AO-CUSTOMER-NO.
           MOVE RUN-DATE                    TO AO-INVOICE-DATE.
           MOVE RUN-DATE                    TO AO-DUE-DATE.
           MOVE ZERO                        TO AO-DISCOUNT-DATE.
           MOVE ZERO                        TO AO-DISCOUNT-AMOUNT.
           MOVE CHARGE-REFERENCE            TO AO-REFERENCE.
           MOVE CC-CHARGE-AMOUNT (CC-INDEX) TO AO-ORIGINAL-AMOUNT.
           MOVE CC-CHARGE-AMOUNT (CC-INDEX) TO AO-OPEN-AMOUNT.
