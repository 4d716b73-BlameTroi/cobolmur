      *
      *    DUNNING LETTER RUN. EVERY CUSTOMER'S OPEN ITEMS ARE
      *    GATHERED AND AGED WITH THE SAME ELAPSED-DAYS ARITHMETIC
      *    THE AGING REPORT USES, COUNTED FROM EACH ITEM'S DUE
      *    DATE; THE MOST PAST-DUE ITEM PICKS THE LETTER --
      *    REMINDER AT 31-60 DAYS PAST DUE, SECOND NOTICE AT 61-90,
      *    FINAL DEMAND OVER 90. THE LETTER-HISTORY FILE RECORDS
      *    WHAT EACH CUSTOMER LAST RECEIVED, AND A CUSTOMER IS
      *    NEVER ESCALATED MORE THAN ONE LEVEL PAST IT -- NOBODY
      *    GETS THE FINAL DEMAND BEFORE THE FIRST REMINDER. EACH
      *    LETTER LISTS THE OPEN ITEMS; A REGISTER BY LETTER LEVEL
      *    CLOSES THE RUN. AN AMOUNT THE CUSTOMER HAS IN OPEN
      *    DISPUTE IS NEITHER LISTED NOR AGED -- NOBODY GETS A
      *    FINAL DEMAND FOR MONEY WE MAY NOT BE OWED.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT DUNHIST  ASSIGN TO "c:\cobol\data\dunhist.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DUNHIST-FILE-STATUS.
           SELECT DISPUTE  ASSIGN TO "c:\cobol\data\dispute.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS DP-DISPUTE-KEY
                           FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk08.dat".
           SELECT DUNRPT   ASSIGN TO "c:\cobol\data\dun1rpt.prn".
      *
           05  DH-CUSTOMER-NO          PIC 9(5).
           05  DH-LETTER-LEVEL         PIC 9.
           05  DH-LETTER-DATE          PIC 9(8).
      *
       FD  DISPUTE.
      *
       COPY "Dispute.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-CUSTOMER-NO          PIC 9(5).
           05  SW-INVOICE-DATE         PIC 9(8).
           05  SW-DUE-DATE             PIC 9(8).
           05  SW-REFERENCE            PIC X(10).
           05  SW-OPEN-AMOUNT          PIC S9(7)V99.
      *
               88  AROPEN-EOF                      VALUE "Y".
           05  DUNHIST-EOF-SWITCH          PIC X   VALUE "N".
               88  DUNHIST-EOF                     VALUE "Y".
           05  DISPUTE-EOF-SWITCH          PIC X   VALUE "N".
               88  DISPUTE-EOF                     VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  FIRST-CUSTOMER-SWITCH       PIC X   VALUE "Y".
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  DUNHIST-FILE-STATUS     PIC XX.
               88  DUNHIST-SUCCESSFUL          VALUE "00".
           05  DISPUTE-FILE-STATUS     PIC XX.
               88  DISPUTE-SUCCESSFUL          VALUE "00".
      *
       01  CONTROL-FIELDS.
           05  OLD-CUSTOMER-NO         PIC 9(5).
           05  EARNED-LETTER-LEVEL     PIC 9.
           05  LAST-LETTER-LEVEL       PIC 9.
           05  SEND-LETTER-LEVEL       PIC 9.
           05  UNDISPUTED-AMOUNT       PIC S9(7)V99.
      *
       01  CUSTOMER-ITEM-TABLE.
           05  ITEM-ENTRY-COUNT        PIC S9(3)   COMP  VALUE ZERO.
           05  ITEM-ENTRY                  OCCURS 100 TIMES
                                           INDEXED BY ITEM-INDEX.
               10  IE-INVOICE-DATE         PIC 9(8).
               10  IE-DUE-DATE             PIC 9(8).
               10  IE-REFERENCE            PIC X(10).
               10  IE-OPEN-AMOUNT          PIC S9(7)V99.
               10  IE-DAYS-OLD             PIC S9(5).
               10  HE-CUSTOMER-NO          PIC 9(5).
               10  HE-LETTER-LEVEL         PIC 9.
               10  HE-LETTER-DATE          PIC 9(8).
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
       01  DUN-ITEM-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "INVOICE".
           05  FILLER                  PIC X(10) VALUE "DUE".
           05  FILLER                  PIC X(12) VALUE "REFERENCE".
           05  FILLER                  PIC X(15) VALUE "OPEN AMOUNT".
           05  FILLER                  PIC X(9)  VALUE "DAYS LATE".
      *
       01  DUN-ITEM-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DIL-INVOICE-DATE        PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DIL-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DIL-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DIL-OPEN-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 050-LOAD-LETTER-HISTORY.
           PERFORM 070-LOAD-OPEN-DISPUTES.
           OPEN OUTPUT DUNRPT.
           SORT SORTWORK
               ON ASCENDING KEY SW-CUSTOMER-NO
                           "CUSTOMER " DH-CUSTOMER-NO
                   END-IF
           END-READ.
      *
       070-LOAD-OPEN-DISPUTES.
      *
           OPEN INPUT DISPUTE.
           IF DISPUTE-SUCCESSFUL
               PERFORM 075-LOAD-NEXT-DISPUTE
                   UNTIL DISPUTE-EOF
               CLOSE DISPUTE.
      *
       075-LOAD-NEXT-DISPUTE.
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
                           DISPLAY "DUN1000 DISPUTE TABLE FULL FOR "
                               "CUSTOMER " DP-CUSTOMER-NO
                       END-IF
                   END-IF
           END-READ.
      *
       100-RELEASE-OPEN-ITEMS.
      *
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN AND AO-OPEN-AMOUNT > ZERO
                       PERFORM 120-SET-UNDISPUTED-AMOUNT
                       IF UNDISPUTED-AMOUNT > ZERO
                           MOVE AO-CUSTOMER-NO    TO SW-CUSTOMER-NO
                           MOVE AO-INVOICE-DATE   TO SW-INVOICE-DATE
                           MOVE AO-DUE-DATE       TO SW-DUE-DATE
                           MOVE AO-REFERENCE      TO SW-REFERENCE
                           MOVE UNDISPUTED-AMOUNT TO SW-OPEN-AMOUNT
                           RELEASE SORT-WORK-AREA
                       END-IF
                   END-IF
           END-READ.
      *
       120-SET-UNDISPUTED-AMOUNT.
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
       200-GATHER-CUSTOMER-ITEMS.
      *
                   PERFORM 300-JUDGE-AND-PRINT-LETTER
                   MOVE SW-CUSTOMER-NO TO OLD-CUSTOMER-NO.
           MOVE RUN-DATE        TO DC-DATE-1.
           MOVE SW-DUE-DATE     TO DC-DATE-2.
           SET ELAPSED-BETWEEN TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               ADD 1 TO ITEM-ENTRY-COUNT
               SET ITEM-INDEX TO ITEM-ENTRY-COUNT
               MOVE SW-INVOICE-DATE TO IE-INVOICE-DATE (ITEM-INDEX)
               MOVE SW-DUE-DATE     TO IE-DUE-DATE (ITEM-INDEX)
               MOVE SW-REFERENCE    TO IE-REFERENCE (ITEM-INDEX)
               MOVE SW-OPEN-AMOUNT  TO IE-OPEN-AMOUNT (ITEM-INDEX)
               MOVE ELAPSED-DAYS    TO IE-DAYS-OLD (ITEM-INDEX).
       335-PRINT-LETTER-ITEM.
      *
           MOVE IE-INVOICE-DATE (ITEM-INDEX) TO DIL-INVOICE-DATE.
           MOVE IE-DUE-DATE (ITEM-INDEX)     TO DIL-DUE-DATE.
           MOVE IE-REFERENCE (ITEM-INDEX)    TO DIL-REFERENCE.
           MOVE IE-OPEN-AMOUNT (ITEM-INDEX)  TO DIL-OPEN-AMOUNT.
           MOVE IE-DAYS-OLD (ITEM-INDEX)     TO DIL-DAYS-OLD.
