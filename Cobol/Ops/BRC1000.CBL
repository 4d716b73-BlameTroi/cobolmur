       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. BRC1000.
      *
      *    MONTHLY BANK RECONCILIATION. THE BANK'S CLEARED-ITEMS
      *    FILE IS MATCHED AGAINST OUR OWN RECORD OF WHAT WENT
      *    THROUGH THE ACCOUNT. A PAID CHECK MATCHES BY CHECK
      *    NUMBER TO THE CHECKS STAMPED ON THE PAID VOUCHERS AND
      *    THE ISSUE LINES ON THE CHECK REGISTER; A DEPOSIT MATCHES
      *    BY AMOUNT TO A LOCKBOX DEPOSIT OR TO A DAY'S KEYED CASH
      *    ON THE DEPOSIT REGISTER, OLDEST FIRST. EVERY MATCH IS
      *    WRITTEN BACK TO ITS REGISTER AS A CLEARED LINE, SO NEXT
      *    MONTH'S RUN CARRIES FORWARD ONLY WHAT IS STILL OPEN.
      *    RERUNNING THE SAME STATEMENT DOES NOT CLEAR ANYTHING
      *    TWICE.
      *
      *    THE REPORT LISTS THE CHECKS STILL OUTSTANDING WITH THEIR
      *    AGE, THE DEPOSITS IN TRANSIT, AND THE BANK ITEMS WE HAVE
      *    NO RECORD OF -- SERVICE CHARGES, RETURNED ITEMS, CHECKS
      *    PAID FOR AN AMOUNT OTHER THAN THE ONE WRITTEN -- AND
      *    PROVES THE STATEMENT BALANCE TO THE CASH ACCOUNT ON THE
      *    CHART. RUN IT AFTER THE MONTH'S JOURNAL HAS BEEN POSTED
      *    AND BEFORE THE NEXT MONTH'S ACTIVITY, SO THE CHART
      *    BALANCE AND THE STATEMENT SPEAK FOR THE SAME MONTH.
      *    CHECKS OUTSTANDING MORE THAN 180 DAYS CLOSE THE REPORT
      *    ON A STALE-CHECK LIST FOR ESCHEAT REVIEW.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT BNKSTMT  ASSIGN TO "c:\cobol\data\bnkstmt.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BNKSTMT-FILE-STATUS.
           SELECT CHKREG   ASSIGN TO "c:\cobol\data\chkreg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CHKREG-FILE-STATUS.
           SELECT APVCHR   ASSIGN TO "c:\cobol\data\apvchr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APVCHR-FILE-STATUS.
           SELECT DEPREG   ASSIGN TO "c:\cobol\data\depreg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DEPREG-FILE-STATUS.
           SELECT GLCHART  ASSIGN TO "c:\cobol\data\glchart.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS GA-ACCOUNT-NO
                           FILE STATUS IS GLCHART-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT BRCRPT   ASSIGN TO "c:\cobol\data\brc1rpt.prn".
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BNKSTMT.
      *
       COPY "Bnkstmt.cpy".
      *
       FD  CHKREG.
      *
       COPY "Chkreg.cpy".
      *
       FD  APVCHR.
      *
       COPY "Apvchr.cpy".
      *
       FD  DEPREG.
      *
       COPY "Depreg.cpy".
      *
       FD  GLCHART.
      *
       COPY "Glchart.cpy".
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       FD  BRCRPT.
      *
       01  PRINT-AREA                  PIC X(132).
      *
       FD  BATCHLOG.
      *
       COPY "Batchlog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  BNKSTMT-EOF-SWITCH          PIC X   VALUE "N".
               88  BNKSTMT-EOF                     VALUE "Y".
           05  CHKREG-EOF-SWITCH           PIC X   VALUE "N".
               88  CHKREG-EOF                      VALUE "Y".
           05  APVCHR-EOF-SWITCH           PIC X   VALUE "N".
               88  APVCHR-EOF                      VALUE "Y".
           05  DEPREG-EOF-SWITCH           PIC X   VALUE "N".
               88  DEPREG-EOF                      VALUE "Y".
           05  VENDMAST-OPEN-SWITCH        PIC X   VALUE "N".
               88  VENDMAST-OPEN                   VALUE "Y".
           05  DEPOSIT-MATCHED-SWITCH      PIC X   VALUE "N".
               88  DEPOSIT-MATCHED                 VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  BNKSTMT-FILE-STATUS     PIC XX.
               88  BNKSTMT-SUCCESSFUL          VALUE "00".
           05  CHKREG-FILE-STATUS      PIC XX.
               88  CHKREG-SUCCESSFUL           VALUE "00".
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
           05  DEPREG-FILE-STATUS      PIC XX.
               88  DEPREG-SUCCESSFUL           VALUE "00".
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
      *
      *    THE CASH ACCOUNT IS THE ONE THE CASH FEEDS DEBIT; A
      *    CHECK OUTSTANDING LONGER THAN THE STALE LIMIT GOES TO
      *    ESCHEAT REVIEW.
      *
       01  RECONCILIATION-CONSTANTS.
           05  GL-CASH-ACCT            PIC 9(4)    VALUE 1000.
           05  STALE-CHECK-DAYS        PIC S9(5)   VALUE +180.
           05  KEYED-CASH-SOURCE       PIC X(8)    VALUE "CSH1000".
      *
       01  STATEMENT-FIELDS.
           05  STATEMENT-ACCOUNT-NO    PIC X(12).
           05  STATEMENT-DATE          PIC 9(8).
           05  BANK-CLOSING-BALANCE    PIC S9(11)V99.
      *
       01  PROOF-FIELDS.
           05  GL-CASH-BALANCE         PIC S9(11)V99 VALUE ZERO.
           05  OUTSTANDING-TOTAL       PIC S9(11)V99 VALUE ZERO.
           05  IN-TRANSIT-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  UNRECORDED-TOTAL        PIC S9(11)V99 VALUE ZERO.
           05  ADJUSTED-BANK-BALANCE   PIC S9(11)V99 VALUE ZERO.
           05  ADJUSTED-BOOK-BALANCE   PIC S9(11)V99 VALUE ZERO.
           05  RECONCILING-DIFFERENCE  PIC S9(11)V99 VALUE ZERO.
      *
       01  MATCH-WORK-FIELDS.
           05  CASH-DAY-DATE           PIC 9(8).
           05  CASH-DAY-TOTAL          PIC S9(9)V99.
           05  UNRECORDED-AMOUNT       PIC S9(9)V99.
           05  UNRECORDED-REASON       PIC X(30).
      *
       01  COUNT-FIELDS.
           05  ITEMS-READ              PIC S9(5)   COMP  VALUE ZERO.
           05  ITEMS-CLEARED           PIC S9(5)   COMP  VALUE ZERO.
           05  OUTSTANDING-COUNT       PIC S9(5)   COMP  VALUE ZERO.
           05  IN-TRANSIT-COUNT        PIC S9(5)   COMP  VALUE ZERO.
           05  STALE-COUNT             PIC S9(5)   COMP  VALUE ZERO.
           05  STALE-TOTAL             PIC S9(9)V99      VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
      *    EVERY LIVE CHECK. THE CLEAR STATUS IS BLANK WHILE THE
      *    CHECK IS OUTSTANDING, "P" WHEN AN EARLIER STATEMENT
      *    CLEARED IT, "S" WHEN AN EARLIER RUN OF THIS SAME
      *    STATEMENT DID, AND "C" WHEN THIS RUN MATCHES IT.
      *
       01  CHECK-TABLE.
           05  CHECK-COUNT             PIC S9(5)   COMP  VALUE ZERO.
           05  CHECK-ENTRY                 OCCURS 3000 TIMES
                                           INDEXED BY CHECK-INDEX.
               10  CT-CHECK-NO             PIC 9(6).
               10  CT-VENDOR-NO            PIC X(5).
               10  CT-ISSUE-DATE           PIC 9(8).
               10  CT-CHECK-AMOUNT         PIC S9(9)V99.
               10  CT-DAYS-OUT             PIC S9(5).
               10  CT-SOURCE-SWITCH        PIC X.
                   88  CT-FROM-REGISTER            VALUE "R".
                   88  CT-FROM-VOUCHERS            VALUE "V".
               10  CT-VOID-SWITCH          PIC X.
                   88  CT-VOIDED                   VALUE "Y".
               10  CT-CLEAR-STATUS         PIC X.
                   88  CT-NOT-CLEARED              VALUE " ".
                   88  CT-CLEARED-EARLIER          VALUE "P".
                   88  CT-CLEARED-THIS-STATEMENT   VALUE "S".
                   88  CT-CLEARED-NOW              VALUE "C".
                   88  CT-OPEN-FOR-MATCH           VALUE " " "S".
      *
       01  DEPOSIT-TABLE.
           05  DEPOSIT-COUNT           PIC S9(5)   COMP  VALUE ZERO.
           05  DEPOSIT-ENTRY               OCCURS 2000 TIMES
                                           INDEXED BY DEPOSIT-INDEX
                                                      DAY-INDEX.
               10  DT-DEPOSIT-DATE         PIC 9(8).
               10  DT-DEPOSIT-TIME         PIC 9(6).
               10  DT-SOURCE-PROGRAM       PIC X(8).
               10  DT-DEPOSIT-AMOUNT       PIC S9(9)V99.
               10  DT-CLEAR-STATUS         PIC X.
                   88  DT-NOT-CLEARED              VALUE " ".
                   88  DT-CLEARED-EARLIER          VALUE "P".
                   88  DT-CLEARED-THIS-STATEMENT   VALUE "S".
                   88  DT-CLEARED-NOW              VALUE "C".
                   88  DT-OPEN-FOR-MATCH           VALUE " " "S".
      *
      *    BANK ITEMS WE HAVE NO RECORD OF. THE AMOUNT IS SIGNED
      *    AS IT MOVES OUR BOOKS -- A BANK CREDIT ADDS, A BANK
      *    DEBIT SUBTRACTS.
      *
       01  UNRECORDED-TABLE.
           05  UNRECORDED-COUNT        PIC S9(5)   COMP  VALUE ZERO.
           05  UNRECORDED-ENTRY            OCCURS 500 TIMES
                                           INDEXED BY UNRECORDED-INDEX.
               10  UT-ITEM-TYPE            PIC X(2).
               10  UT-CHECK-NO             PIC 9(10).
               10  UT-POSTED-DATE          PIC 9(8).
               10  UT-BOOK-EFFECT          PIC S9(9)V99.
               10  UT-DESCRIPTION          PIC X(30).
               10  UT-REASON               PIC X(30).
      *
       COPY "Dtereq.cpy".
      *
       01  BRC-HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "BRC1000  BANK RECONCILIATION".
           05  FILLER                  PIC X(9)  VALUE "ACCOUNT ".
           05  BHL-ACCOUNT-NO          PIC X(12).
           05  FILLER                  PIC X(18)
               VALUE "  STATEMENT DATE ".
           05  BHL-STATEMENT-DATE      PIC 9(8).
           05  FILLER                  PIC X(10) VALUE "  RUN ON ".
           05  BHL-RUN-DATE            PIC 9(8).
      *
       01  BRC-SECTION-LINE.
           05  BSL-SECTION-TITLE       PIC X(80).
      *
       01  BRC-CHECK-HEADING.
           05  FILLER                  PIC X(40)
               VALUE "CHECK NO  VENDOR  VENDOR NAME".
           05  FILLER                  PIC X(40)
               VALUE "    ISSUED         AMOUNT  DAYS OUT".
      *
       01  BRC-CHECK-LINE.
           05  BCL-CHECK-NO            PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  BCL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  BCL-VENDOR-NAME         PIC X(22).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  BCL-ISSUE-DATE          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BCL-CHECK-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  BCL-DAYS-OUT            PIC ZZ,ZZ9-.
      *
       01  BRC-DEPOSIT-HEADING.
           05  FILLER                  PIC X(40)
               VALUE "DEPOSITED  TIME    SOURCE".
           05  FILLER                  PIC X(20)
               VALUE "        AMOUNT  DAYS".
      *
       01  BRC-DEPOSIT-LINE.
           05  BDL-DEPOSIT-DATE        PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  BDL-DEPOSIT-TIME        PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BDL-SOURCE-PROGRAM      PIC X(8).
           05  FILLER                  PIC X(13) VALUE SPACE.
           05  BDL-DEPOSIT-AMOUNT      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-DAYS-OUT            PIC ZZ,ZZ9-.
      *
       01  BRC-UNRECORDED-HEADING.
           05  FILLER                  PIC X(40)
               VALUE "TYPE  CHECK NO    POSTED    BANK DESCRIP".
           05  FILLER                  PIC X(60)
               VALUE "TION                     BOOK EFFECT  REASON".
      *
       01  BRC-UNRECORDED-LINE.
           05  BUL-ITEM-TYPE           PIC X(2).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  BUL-CHECK-NO            PIC Z(9)9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BUL-POSTED-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BUL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BUL-BOOK-EFFECT         PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BUL-REASON              PIC X(30).
      *
       01  BRC-TOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  BTL-TOTAL-NAME          PIC X(36).
           05  BTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(8)  VALUE SPACE.
           05  BTL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  BRC-PROOF-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  BPL-PROOF-NAME          PIC X(50).
           05  BPL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-RECONCILE-BANK-STATEMENT.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           DISPLAY "BRC1000 BANK RECONCILIATION".
           PERFORM 100-READ-STATEMENT-SUMMARY.
           PERFORM 150-GET-CASH-ACCOUNT-BALANCE.
           PERFORM 200-LOAD-CHECK-REGISTER.
           PERFORM 250-LOAD-PAID-VOUCHERS.
           PERFORM 300-LOAD-DEPOSIT-REGISTER.
           OPEN EXTEND CHKREG.
           IF NOT CHKREG-SUCCESSFUL
               OPEN OUTPUT CHKREG.
           OPEN EXTEND DEPREG.
           IF NOT DEPREG-SUCCESSFUL
               OPEN OUTPUT DEPREG.
           PERFORM 400-MATCH-BANK-ITEM
               UNTIL BNKSTMT-EOF.
           CLOSE BNKSTMT
                 CHKREG
                 DEPREG.
           OPEN INPUT VENDMAST.
           IF VENDMAST-SUCCESSFUL
               MOVE "Y" TO VENDMAST-OPEN-SWITCH.
           OPEN OUTPUT BRCRPT.
           MOVE STATEMENT-ACCOUNT-NO TO BHL-ACCOUNT-NO.
           MOVE STATEMENT-DATE       TO BHL-STATEMENT-DATE.
           MOVE RUN-DATE             TO BHL-RUN-DATE.
           MOVE BRC-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 600-PRINT-OUTSTANDING-CHECKS.
           PERFORM 650-PRINT-DEPOSITS-IN-TRANSIT.
           PERFORM 700-PRINT-UNRECORDED-ITEMS.
           PERFORM 750-PRINT-RECONCILIATION-PROOF.
           PERFORM 800-PRINT-STALE-CHECKS.
           CLOSE BRCRPT.
           IF VENDMAST-OPEN
               CLOSE VENDMAST.
           MOVE RECONCILING-DIFFERENCE TO DISPLAY-AMOUNT.
           IF RECONCILING-DIFFERENCE = ZERO
               DISPLAY "BRC1000 STATEMENT RECONCILED TO THE CASH "
                   "ACCOUNT."
           ELSE
               DISPLAY "BRC1000 OUT OF BALANCE BY " DISPLAY-AMOUNT
                   " -- SEE BRC1RPT.".
           IF STALE-COUNT > ZERO
               DISPLAY "BRC1000 " STALE-COUNT
                   " STALE CHECKS LISTED FOR ESCHEAT REVIEW.".
           PERFORM 900-WRITE-BATCH-LOG-RECORD.
           STOP RUN.
      *
       100-READ-STATEMENT-SUMMARY.
      *
      *    THE SUMMARY MUST LEAD THE FILE; WITHOUT IT THERE IS NO
      *    STATEMENT DATE TO AGE AGAINST AND NO BALANCE TO PROVE.
      *
           OPEN INPUT BNKSTMT.
           IF NOT BNKSTMT-SUCCESSFUL
               DISPLAY "NO BANK STATEMENT FILE -- STATUS "
                   BNKSTMT-FILE-STATUS
               STOP RUN.
           READ BNKSTMT
               AT END
                   MOVE "Y" TO BNKSTMT-EOF-SWITCH
           END-READ.
           IF BNKSTMT-EOF
             OR NOT STATEMENT-SUMMARY
               DISPLAY "BANK STATEMENT FILE DOES NOT BEGIN WITH A "
                   "STATEMENT SUMMARY -- NOTHING RECONCILED."
               CLOSE BNKSTMT
               STOP RUN.
           MOVE BS-ACCOUNT-NO      TO STATEMENT-ACCOUNT-NO.
           MOVE BS-STATEMENT-DATE  TO STATEMENT-DATE.
           MOVE BS-CLOSING-BALANCE TO BANK-CLOSING-BALANCE.
           IF CLOSING-OVERDRAWN
               COMPUTE BANK-CLOSING-BALANCE =
                   ZERO - BANK-CLOSING-BALANCE.
      *
       150-GET-CASH-ACCOUNT-BALANCE.
      *
           OPEN INPUT GLCHART.
           IF NOT GLCHART-SUCCESSFUL
               DISPLAY "OPEN ERROR ON GLCHART -- STATUS "
                   GLCHART-FILE-STATUS
               CLOSE BNKSTMT
               STOP RUN.
           MOVE GL-CASH-ACCT TO GA-ACCOUNT-NO.
           READ GLCHART
               INVALID KEY
                   DISPLAY "CASH ACCOUNT " GL-CASH-ACCT
                       " IS NOT ON THE CHART -- NOTHING RECONCILED."
                   CLOSE GLCHART
                         BNKSTMT
                   STOP RUN
           END-READ.
           MOVE GA-ACCOUNT-BALANCE TO GL-CASH-BALANCE.
           CLOSE GLCHART.
      *
       200-LOAD-CHECK-REGISTER.
      *
           OPEN INPUT CHKREG.
           IF CHKREG-SUCCESSFUL
               PERFORM 210-LOAD-REGISTER-LINE
                   UNTIL CHKREG-EOF
               CLOSE CHKREG.
      *
       210-LOAD-REGISTER-LINE.
      *
           READ CHKREG
               AT END
                   MOVE "Y" TO CHKREG-EOF-SWITCH
               NOT AT END
                   SET CHECK-INDEX TO 1
                   SEARCH CHECK-ENTRY
                       AT END
                           PERFORM 220-ADD-REGISTERED-CHECK
                       WHEN CHECK-INDEX > CHECK-COUNT
                           PERFORM 220-ADD-REGISTERED-CHECK
                       WHEN CT-CHECK-NO (CHECK-INDEX) = CR-CHECK-NO
                           PERFORM 230-UPDATE-REGISTERED-CHECK
                   END-SEARCH
           END-READ.
      *
       220-ADD-REGISTERED-CHECK.
      *
           IF CHECK-COUNT < 3000
               ADD 1 TO CHECK-COUNT
               SET CHECK-INDEX TO CHECK-COUNT
               MOVE CR-CHECK-NO   TO CT-CHECK-NO (CHECK-INDEX)
               MOVE SPACE         TO CT-VENDOR-NO (CHECK-INDEX)
               MOVE ZERO          TO CT-ISSUE-DATE (CHECK-INDEX)
               MOVE ZERO          TO CT-CHECK-AMOUNT (CHECK-INDEX)
               MOVE ZERO          TO CT-DAYS-OUT (CHECK-INDEX)
               SET CT-FROM-REGISTER (CHECK-INDEX) TO TRUE
               MOVE "N"           TO CT-VOID-SWITCH (CHECK-INDEX)
               SET CT-NOT-CLEARED (CHECK-INDEX) TO TRUE
               PERFORM 230-UPDATE-REGISTERED-CHECK
           ELSE
               DISPLAY "CHECK TABLE FULL -- CHECK "
                   CR-CHECK-NO " NOT LOADED.".
      *
       230-UPDATE-REGISTERED-CHECK.
      *
      *    A CLEARED LINE DATED FOR THIS STATEMENT WAS WRITTEN BY
      *    AN EARLIER RUN OF IT; THE CHECK WILL MATCH AGAIN BUT IS
      *    NOT WRITTEN AGAIN.
      *
           EVALUATE TRUE
               WHEN CHECK-ISSUED
                   MOVE CR-VENDOR-NO    TO CT-VENDOR-NO (CHECK-INDEX)
                   MOVE CR-ENTRY-DATE   TO CT-ISSUE-DATE (CHECK-INDEX)
                   MOVE CR-CHECK-AMOUNT
                       TO CT-CHECK-AMOUNT (CHECK-INDEX)
               WHEN CHECK-VOIDED
                   MOVE "Y" TO CT-VOID-SWITCH (CHECK-INDEX)
               WHEN CHECK-CLEARED
                   IF CR-ENTRY-DATE = STATEMENT-DATE
                       SET CT-CLEARED-THIS-STATEMENT (CHECK-INDEX)
                           TO TRUE
                   ELSE
                       SET CT-CLEARED-EARLIER (CHECK-INDEX) TO TRUE
                   END-IF
           END-EVALUATE.
      *
       250-LOAD-PAID-VOUCHERS.
      *
      *    CHECKS WRITTEN BEFORE THE CHECK REGISTER BEGAN ARE KNOWN
      *    ONLY FROM THE PAID VOUCHERS THAT CARRY THEIR NUMBERS;
      *    THEY ARE TOTALED FROM THE VOUCHERS AND DATED BY THE
      *    VOUCHER DUE DATE.
      *
           OPEN INPUT APVCHR.
           IF APVCHR-SUCCESSFUL
               PERFORM 260-LOAD-PAID-VOUCHER
                   UNTIL APVCHR-EOF
               CLOSE APVCHR.
      *
       260-LOAD-PAID-VOUCHER.
      *
           READ APVCHR
               AT END
                   MOVE "Y" TO APVCHR-EOF-SWITCH
               NOT AT END
                   IF VOUCHER-PAID
                     AND VO-CHECK-NO > ZERO
                       SET CHECK-INDEX TO 1
                       SEARCH CHECK-ENTRY
                           AT END
                               PERFORM 270-ADD-VOUCHER-CHECK
                           WHEN CHECK-INDEX > CHECK-COUNT
                               PERFORM 270-ADD-VOUCHER-CHECK
                           WHEN CT-CHECK-NO (CHECK-INDEX) = VO-CHECK-NO
                               IF CT-FROM-VOUCHERS (CHECK-INDEX)
                                   ADD VO-VOUCHER-AMOUNT
                                       TO CT-CHECK-AMOUNT (CHECK-INDEX)
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.
      *
       270-ADD-VOUCHER-CHECK.
      *
           IF CHECK-COUNT < 3000
               ADD 1 TO CHECK-COUNT
               SET CHECK-INDEX TO CHECK-COUNT
               MOVE VO-CHECK-NO   TO CT-CHECK-NO (CHECK-INDEX)
               MOVE VO-VENDOR-NO  TO CT-VENDOR-NO (CHECK-INDEX)
               MOVE VO-DUE-DATE   TO CT-ISSUE-DATE (CHECK-INDEX)
               MOVE VO-VOUCHER-AMOUNT
                   TO CT-CHECK-AMOUNT (CHECK-INDEX)
               MOVE ZERO          TO CT-DAYS-OUT (CHECK-INDEX)
               SET CT-FROM-VOUCHERS (CHECK-INDEX) TO TRUE
               MOVE "N"           TO CT-VOID-SWITCH (CHECK-INDEX)
               SET CT-NOT-CLEARED (CHECK-INDEX) TO TRUE
           ELSE
               DISPLAY "CHECK TABLE FULL -- CHECK "
                   VO-CHECK-NO " NOT LOADED.".
      *
       300-LOAD-DEPOSIT-REGISTER.
      *
           OPEN INPUT DEPREG.
           IF DEPREG-SUCCESSFUL
               PERFORM 310-LOAD-DEPOSIT-LINE
                   UNTIL DEPREG-EOF
               CLOSE DEPREG.
      *
       310-LOAD-DEPOSIT-LINE.
      *
           READ DEPREG
               AT END
                   MOVE "Y" TO DEPREG-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN DEPOSIT-MADE
                           PERFORM 320-ADD-DEPOSIT
                       WHEN DEPOSIT-CLEARED
                           PERFORM 330-MARK-DEPOSIT-CLEARED
                   END-EVALUATE
           END-READ.
      *
       320-ADD-DEPOSIT.
      *
           IF DEPOSIT-COUNT < 2000
               ADD 1 TO DEPOSIT-COUNT
               SET DEPOSIT-INDEX TO DEPOSIT-COUNT
               MOVE DR-DEPOSIT-DATE
                   TO DT-DEPOSIT-DATE (DEPOSIT-INDEX)
               MOVE DR-DEPOSIT-TIME
                   TO DT-DEPOSIT-TIME (DEPOSIT-INDEX)
               MOVE DR-SOURCE-PROGRAM
                   TO DT-SOURCE-PROGRAM (DEPOSIT-INDEX)
               MOVE DR-DEPOSIT-AMOUNT
                   TO DT-DEPOSIT-AMOUNT (DEPOSIT-INDEX)
               SET DT-NOT-CLEARED (DEPOSIT-INDEX) TO TRUE
           ELSE
               DISPLAY "DEPOSIT TABLE FULL -- DEPOSIT OF "
                   DR-DEPOSIT-DATE " NOT LOADED.".
      *
       330-MARK-DEPOSIT-CLEARED.
      *
           SET DEPOSIT-INDEX TO 1.
           SEARCH DEPOSIT-ENTRY
               WHEN DEPOSIT-INDEX > DEPOSIT-COUNT
                   CONTINUE
               WHEN DT-DEPOSIT-DATE (DEPOSIT-INDEX) = DR-DEPOSIT-DATE
                AND DT-DEPOSIT-TIME (DEPOSIT-INDEX) = DR-DEPOSIT-TIME
                AND DT-SOURCE-PROGRAM (DEPOSIT-INDEX)
                       = DR-SOURCE-PROGRAM
                   IF DR-CLEARED-DATE = STATEMENT-DATE
                       SET DT-CLEARED-THIS-STATEMENT (DEPOSIT-INDEX)
                           TO TRUE
                   ELSE
                       SET DT-CLEARED-EARLIER (DEPOSIT-INDEX)
                           TO TRUE
                   END-IF
           END-SEARCH.
      *
       400-MATCH-BANK-ITEM.
      *
           READ BNKSTMT
               AT END
                   MOVE "Y" TO BNKSTMT-EOF-SWITCH
               NOT AT END
                   IF STATEMENT-ITEM
                       ADD 1 TO ITEMS-READ
                       EVALUATE TRUE
                           WHEN PAID-CHECK
                               PERFORM 410-MATCH-PAID-CHECK
                           WHEN CREDITED-DEPOSIT
                               PERFORM 450-MATCH-DEPOSIT
                           WHEN BANK-CREDIT-ITEM
                               MOVE BI-ITEM-AMOUNT
                                   TO UNRECORDED-AMOUNT
                               MOVE "BANK CREDIT NOT ON OUR BOOKS"
                                   TO UNRECORDED-REASON
                               PERFORM 500-ADD-UNRECORDED-ITEM
                           WHEN SERVICE-CHARGE
                             OR RETURNED-ITEM
                             OR OTHER-DEBIT
                               COMPUTE UNRECORDED-AMOUNT =
                                   ZERO - BI-ITEM-AMOUNT
                               MOVE "BANK DEBIT NOT ON OUR BOOKS"
                                   TO UNRECORDED-REASON
                               PERFORM 500-ADD-UNRECORDED-ITEM
                           WHEN OTHER
                               MOVE ZERO TO UNRECORDED-AMOUNT
                               MOVE "ITEM TYPE NOT RECOGNIZED"
                                   TO UNRECORDED-REASON
                               PERFORM 500-ADD-UNRECORDED-ITEM
                       END-EVALUATE
                   END-IF
           END-READ.
      *
       410-MATCH-PAID-CHECK.
      *
      *    A CHECK THE BANK PAID FOR A DIFFERENT AMOUNT THAN WE
      *    WROTE STILL CLEARS -- IT IS NO LONGER OUTSTANDING -- AND
      *    THE DIFFERENCE GOES ON THE UNRECORDED LIST FOR THE
      *    BOOKS TO PICK UP.
      *
           COMPUTE UNRECORDED-AMOUNT = ZERO - BI-ITEM-AMOUNT.
           SET CHECK-INDEX TO 1.
           SEARCH CHECK-ENTRY
               WHEN CHECK-INDEX > CHECK-COUNT
                   MOVE "CHECK NOT ON OUR RECORDS" TO UNRECORDED-REASON
                   PERFORM 500-ADD-UNRECORDED-ITEM
               WHEN CT-CHECK-NO (CHECK-INDEX) = BI-CHECK-NO
                   EVALUATE TRUE
                       WHEN CT-VOIDED (CHECK-INDEX)
                           MOVE "VOIDED CHECK PAID BY THE BANK"
                               TO UNRECORDED-REASON
                           PERFORM 500-ADD-UNRECORDED-ITEM
                       WHEN CT-CLEARED-EARLIER (CHECK-INDEX)
                         OR CT-CLEARED-NOW (CHECK-INDEX)
                           MOVE "CHECK ALREADY CLEARED"
                               TO UNRECORDED-REASON
                           PERFORM 500-ADD-UNRECORDED-ITEM
                       WHEN OTHER
                           PERFORM 420-CLEAR-CHECK
                   END-EVALUATE
           END-SEARCH.
      *
       420-CLEAR-CHECK.
      *
           ADD 1 TO ITEMS-CLEARED.
           IF CT-NOT-CLEARED (CHECK-INDEX)
               MOVE CT-CHECK-NO (CHECK-INDEX)  TO CR-CHECK-NO
               SET CHECK-CLEARED TO TRUE
               MOVE STATEMENT-DATE             TO CR-ENTRY-DATE
               MOVE CT-VENDOR-NO (CHECK-INDEX) TO CR-VENDOR-NO
               MOVE BI-ITEM-AMOUNT             TO CR-CHECK-AMOUNT
               WRITE CHECK-REGISTER-RECORD.
           SET CT-CLEARED-NOW (CHECK-INDEX) TO TRUE.
           IF BI-ITEM-AMOUNT NOT = CT-CHECK-AMOUNT (CHECK-INDEX)
               COMPUTE UNRECORDED-AMOUNT =
                   CT-CHECK-AMOUNT (CHECK-INDEX) - BI-ITEM-AMOUNT
               MOVE "PAID AMOUNT DIFFERS FROM CHECK"
                   TO UNRECORDED-REASON
               PERFORM 500-ADD-UNRECORDED-ITEM.
      *
       450-MATCH-DEPOSIT.
      *
      *    A LOCKBOX DEPOSIT GOES TO THE BANK AS ONE CREDIT, AND SO
      *    MAY A SINGLE KEYED PAYMENT; THE KEYED PAYMENTS OF A DAY
      *    ARE OTHERWISE DEPOSITED TOGETHER, SO A CREDIT THAT MATCHES
      *    NO ONE DEPOSIT IS TRIED AGAINST EACH DAY'S KEYED CASH.
      *
           MOVE "N" TO DEPOSIT-MATCHED-SWITCH.
           SET DEPOSIT-INDEX TO 1.
           SEARCH DEPOSIT-ENTRY
               WHEN DEPOSIT-INDEX > DEPOSIT-COUNT
                   CONTINUE
               WHEN DT-DEPOSIT-AMOUNT (DEPOSIT-INDEX) = BI-ITEM-AMOUNT
                AND DT-DEPOSIT-DATE (DEPOSIT-INDEX)
                       NOT > BI-POSTED-DATE
                AND DT-OPEN-FOR-MATCH (DEPOSIT-INDEX)
                   SET DAY-INDEX TO DEPOSIT-INDEX
                   PERFORM 460-CLEAR-DEPOSIT
                   ADD 1 TO ITEMS-CLEARED
                   MOVE "Y" TO DEPOSIT-MATCHED-SWITCH
           END-SEARCH.
           IF NOT DEPOSIT-MATCHED
               PERFORM 470-TRY-KEYED-CASH-DAY
                   VARYING DEPOSIT-INDEX FROM 1 BY 1
                   UNTIL DEPOSIT-INDEX > DEPOSIT-COUNT
                      OR DEPOSIT-MATCHED.
           IF NOT DEPOSIT-MATCHED
               MOVE BI-ITEM-AMOUNT TO UNRECORDED-AMOUNT
               MOVE "DEPOSIT NOT ON DEPOSIT REGISTER"
                   TO UNRECORDED-REASON
               PERFORM 500-ADD-UNRECORDED-ITEM.
      *
       460-CLEAR-DEPOSIT.
      *
           IF DT-NOT-CLEARED (DAY-INDEX)
               SET DEPOSIT-CLEARED TO TRUE
               MOVE DT-DEPOSIT-DATE (DAY-INDEX)   TO DR-DEPOSIT-DATE
               MOVE DT-DEPOSIT-TIME (DAY-INDEX)   TO DR-DEPOSIT-TIME
               MOVE DT-SOURCE-PROGRAM (DAY-INDEX) TO DR-SOURCE-PROGRAM
               MOVE DT-DEPOSIT-AMOUNT (DAY-INDEX) TO DR-DEPOSIT-AMOUNT
               MOVE STATEMENT-DATE TO DR-CLEARED-DATE
               WRITE DEPOSIT-REGISTER-RECORD.
           SET DT-CLEARED-NOW (DAY-INDEX) TO TRUE.
      *
       470-TRY-KEYED-CASH-DAY.
      *
      *    THE FIRST OPEN KEYED PAYMENT OF A DAY STARTS THAT DAY'S
      *    TOTAL; THE REST OF THE DAY LIES FURTHER DOWN THE TABLE.
      *
           IF DT-SOURCE-PROGRAM (DEPOSIT-INDEX) = KEYED-CASH-SOURCE
             AND DT-OPEN-FOR-MATCH (DEPOSIT-INDEX)
             AND DT-DEPOSIT-DATE (DEPOSIT-INDEX) NOT > BI-POSTED-DATE
               MOVE DT-DEPOSIT-DATE (DEPOSIT-INDEX) TO CASH-DAY-DATE
               MOVE ZERO TO CASH-DAY-TOTAL
               PERFORM 480-ADD-KEYED-CASH-PAYMENT
                   VARYING DAY-INDEX FROM DEPOSIT-INDEX BY 1
                   UNTIL DAY-INDEX > DEPOSIT-COUNT
               IF CASH-DAY-TOTAL = BI-ITEM-AMOUNT
                   PERFORM 490-CLEAR-KEYED-CASH-PAYMENT
                       VARYING DAY-INDEX FROM DEPOSIT-INDEX BY 1
                       UNTIL DAY-INDEX > DEPOSIT-COUNT
                   ADD 1 TO ITEMS-CLEARED
                   MOVE "Y" TO DEPOSIT-MATCHED-SWITCH
               END-IF
           END-IF.
      *
       480-ADD-KEYED-CASH-PAYMENT.
      *
           IF DT-SOURCE-PROGRAM (DAY-INDEX) = KEYED-CASH-SOURCE
             AND DT-OPEN-FOR-MATCH (DAY-INDEX)
             AND DT-DEPOSIT-DATE (DAY-INDEX) = CASH-DAY-DATE
               ADD DT-DEPOSIT-AMOUNT (DAY-INDEX) TO CASH-DAY-TOTAL.
      *
       490-CLEAR-KEYED-CASH-PAYMENT.
      *
           IF DT-SOURCE-PROGRAM (DAY-INDEX) = KEYED-CASH-SOURCE
             AND DT-OPEN-FOR-MATCH (DAY-INDEX)
             AND DT-DEPOSIT-DATE (DAY-INDEX) = CASH-DAY-DATE
               PERFORM 460-CLEAR-DEPOSIT.
      *
       500-ADD-UNRECORDED-ITEM.
      *
           IF UNRECORDED-COUNT < 500
               ADD 1 TO UNRECORDED-COUNT
               SET UNRECORDED-INDEX TO UNRECORDED-COUNT
               MOVE BI-ITEM-TYPE
                   TO UT-ITEM-TYPE (UNRECORDED-INDEX)
               MOVE BI-CHECK-NO
                   TO UT-CHECK-NO (UNRECORDED-INDEX)
               MOVE BI-POSTED-DATE
                   TO UT-POSTED-DATE (UNRECORDED-INDEX)
               MOVE UNRECORDED-AMOUNT
                   TO UT-BOOK-EFFECT (UNRECORDED-INDEX)
               MOVE BI-DESCRIPTION
                   TO UT-DESCRIPTION (UNRECORDED-INDEX)
               MOVE UNRECORDED-REASON
                   TO UT-REASON (UNRECORDED-INDEX)
           ELSE
               DISPLAY "UNRECORDED ITEM TABLE FULL -- "
                   BI-ITEM-TYPE " ITEM OF " BI-POSTED-DATE
                   " NOT LISTED.".
           ADD UNRECORDED-AMOUNT TO UNRECORDED-TOTAL.
      *
       600-PRINT-OUTSTANDING-CHECKS.
      *
           MOVE "CHECKS OUTSTANDING" TO BSL-SECTION-TITLE.
           MOVE BRC-SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE BRC-CHECK-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 610-PRINT-OUTSTANDING-CHECK
               VARYING CHECK-INDEX FROM 1 BY 1
               UNTIL CHECK-INDEX > CHECK-COUNT.
           MOVE "TOTAL CHECKS OUTSTANDING" TO BTL-TOTAL-NAME.
           MOVE OUTSTANDING-COUNT TO BTL-COUNT.
           MOVE OUTSTANDING-TOTAL TO BTL-AMOUNT.
           MOVE BRC-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       610-PRINT-OUTSTANDING-CHECK.
      *
           IF NOT CT-VOIDED (CHECK-INDEX)
             AND CT-NOT-CLEARED (CHECK-INDEX)
               MOVE "E"                         TO DC-FUNCTION-CODE
               MOVE STATEMENT-DATE              TO DC-DATE-1
               MOVE CT-ISSUE-DATE (CHECK-INDEX) TO DC-DATE-2
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-ELAPSED-DAYS TO CT-DAYS-OUT (CHECK-INDEX)
               ELSE
                   MOVE ZERO TO CT-DAYS-OUT (CHECK-INDEX)
               END-IF
               ADD 1 TO OUTSTANDING-COUNT
               ADD CT-CHECK-AMOUNT (CHECK-INDEX) TO OUTSTANDING-TOTAL
               IF CT-DAYS-OUT (CHECK-INDEX) > STALE-CHECK-DAYS
                   ADD 1 TO STALE-COUNT
                   ADD CT-CHECK-AMOUNT (CHECK-INDEX) TO STALE-TOTAL
               END-IF
               PERFORM 620-FORMAT-CHECK-LINE
               MOVE BRC-CHECK-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       620-FORMAT-CHECK-LINE.
      *
           MOVE CT-CHECK-NO (CHECK-INDEX)     TO BCL-CHECK-NO.
           MOVE CT-VENDOR-NO (CHECK-INDEX)    TO BCL-VENDOR-NO.
           MOVE CT-ISSUE-DATE (CHECK-INDEX)   TO BCL-ISSUE-DATE.
           MOVE CT-CHECK-AMOUNT (CHECK-INDEX) TO BCL-CHECK-AMOUNT.
           MOVE CT-DAYS-OUT (CHECK-INDEX)     TO BCL-DAYS-OUT.
           MOVE SPACE TO BCL-VENDOR-NAME.
           IF VENDMAST-OPEN
               MOVE CT-VENDOR-NO (CHECK-INDEX) TO VM-VENDOR-NO
               READ VENDMAST
                   INVALID KEY
                       MOVE "** NOT ON VENDOR FILE **"
                           TO BCL-VENDOR-NAME
                   NOT INVALID KEY
                       MOVE VM-VENDOR-NAME TO BCL-VENDOR-NAME
               END-READ.
      *
       650-PRINT-DEPOSITS-IN-TRANSIT.
      *
           MOVE "DEPOSITS IN TRANSIT" TO BSL-SECTION-TITLE.
           MOVE BRC-SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE BRC-DEPOSIT-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 660-PRINT-DEPOSIT-IN-TRANSIT
               VARYING DEPOSIT-INDEX FROM 1 BY 1
               UNTIL DEPOSIT-INDEX > DEPOSIT-COUNT.
           MOVE "TOTAL DEPOSITS IN TRANSIT" TO BTL-TOTAL-NAME.
           MOVE IN-TRANSIT-COUNT TO BTL-COUNT.
           MOVE IN-TRANSIT-TOTAL TO BTL-AMOUNT.
           MOVE BRC-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       660-PRINT-DEPOSIT-IN-TRANSIT.
      *
           IF DT-NOT-CLEARED (DEPOSIT-INDEX)
               MOVE "E"            TO DC-FUNCTION-CODE
               MOVE STATEMENT-DATE TO DC-DATE-1
               MOVE DT-DEPOSIT-DATE (DEPOSIT-INDEX) TO DC-DATE-2
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-ELAPSED-DAYS TO BDL-DAYS-OUT
               ELSE
                   MOVE ZERO TO BDL-DAYS-OUT
               END-IF
               ADD 1 TO IN-TRANSIT-COUNT
               ADD DT-DEPOSIT-AMOUNT (DEPOSIT-INDEX)
                   TO IN-TRANSIT-TOTAL
               MOVE DT-DEPOSIT-DATE (DEPOSIT-INDEX)
                   TO BDL-DEPOSIT-DATE
               MOVE DT-DEPOSIT-TIME (DEPOSIT-INDEX)
                   TO BDL-DEPOSIT-TIME
               MOVE DT-SOURCE-PROGRAM (DEPOSIT-INDEX)
                   TO BDL-SOURCE-PROGRAM
               MOVE DT-DEPOSIT-AMOUNT (DEPOSIT-INDEX)
                   TO BDL-DEPOSIT-AMOUNT
               MOVE BRC-DEPOSIT-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       700-PRINT-UNRECORDED-ITEMS.
      *
           MOVE "BANK ITEMS NOT ON OUR RECORDS" TO BSL-SECTION-TITLE.
           MOVE BRC-SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE BRC-UNRECORDED-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 710-PRINT-UNRECORDED-ITEM
               VARYING UNRECORDED-INDEX FROM 1 BY 1
               UNTIL UNRECORDED-INDEX > UNRECORDED-COUNT.
           MOVE "NET EFFECT ON OUR BOOKS" TO BTL-TOTAL-NAME.
           MOVE UNRECORDED-COUNT TO BTL-COUNT.
           MOVE UNRECORDED-TOTAL TO BTL-AMOUNT.
           MOVE BRC-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       710-PRINT-UNRECORDED-ITEM.
      *
           MOVE UT-ITEM-TYPE (UNRECORDED-INDEX)   TO BUL-ITEM-TYPE.
           MOVE UT-CHECK-NO (UNRECORDED-INDEX)    TO BUL-CHECK-NO.
           MOVE UT-POSTED-DATE (UNRECORDED-INDEX) TO BUL-POSTED-DATE.
           MOVE UT-DESCRIPTION (UNRECORDED-INDEX) TO BUL-DESCRIPTION.
           MOVE UT-BOOK-EFFECT (UNRECORDED-INDEX) TO BUL-BOOK-EFFECT.
           MOVE UT-REASON (UNRECORDED-INDEX)      TO BUL-REASON.
           MOVE BRC-UNRECORDED-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       750-PRINT-RECONCILIATION-PROOF.
      *
      *    THE BANK SIDE IS CARRIED FORWARD BY WHAT WE HAVE THAT
      *    THE BANK HAS NOT SEEN; THE BOOK SIDE BY WHAT THE BANK
      *    HAS THAT WE HAVE NOT RECORDED. THE TWO MUST MEET.
      *
           COMPUTE ADJUSTED-BANK-BALANCE =
               BANK-CLOSING-BALANCE - OUTSTANDING-TOTAL
                                    + IN-TRANSIT-TOTAL.
           COMPUTE ADJUSTED-BOOK-BALANCE =
               GL-CASH-BALANCE + UNRECORDED-TOTAL.
           COMPUTE RECONCILING-DIFFERENCE =
               ADJUSTED-BANK-BALANCE - ADJUSTED-BOOK-BALANCE.
           MOVE "PROOF OF CASH" TO BSL-SECTION-TITLE.
           MOVE BRC-SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "BANK STATEMENT CLOSING BALANCE" TO BPL-PROOF-NAME.
           MOVE BANK-CLOSING-BALANCE TO BPL-AMOUNT.
           MOVE BRC-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "  LESS CHECKS OUTSTANDING" TO BPL-PROOF-NAME.
           COMPUTE BPL-AMOUNT = ZERO - OUTSTANDING-TOTAL.
           MOVE BRC-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "  PLUS DEPOSITS IN TRANSIT" TO BPL-PROOF-NAME.
           MOVE IN-TRANSIT-TOTAL TO BPL-AMOUNT.
           MOVE BRC-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "ADJUSTED BANK BALANCE" TO BPL-PROOF-NAME.
           MOVE ADJUSTED-BANK-BALANCE TO BPL-AMOUNT.
           MOVE BRC-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "GENERAL-LEDGER CASH ACCOUNT BALANCE"
               TO BPL-PROOF-NAME.
           MOVE GL-CASH-BALANCE TO BPL-AMOUNT.
           MOVE BRC-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "  PLUS OR LESS BANK ITEMS NOT ON OUR RECORDS"
               TO BPL-PROOF-NAME.
           MOVE UNRECORDED-TOTAL TO BPL-AMOUNT.
           MOVE BRC-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "ADJUSTED BOOK BALANCE" TO BPL-PROOF-NAME.
           MOVE ADJUSTED-BOOK-BALANCE TO BPL-AMOUNT.
           MOVE BRC-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           IF RECONCILING-DIFFERENCE = ZERO
               MOVE "*** STATEMENT RECONCILED ***" TO BPL-PROOF-NAME
           ELSE
               MOVE "*** UNRECONCILED DIFFERENCE ***"
                   TO BPL-PROOF-NAME.
           MOVE RECONCILING-DIFFERENCE TO BPL-AMOUNT.
           MOVE BRC-PROOF-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       800-PRINT-STALE-CHECKS.
      *
           MOVE "STALE CHECKS FOR ESCHEAT REVIEW (OVER 180 DAYS)"
               TO BSL-SECTION-TITLE.
           MOVE BRC-SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE BRC-CHECK-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 810-PRINT-STALE-CHECK
               VARYING CHECK-INDEX FROM 1 BY 1
               UNTIL CHECK-INDEX > CHECK-COUNT.
           MOVE "TOTAL STALE CHECKS" TO BTL-TOTAL-NAME.
           MOVE STALE-COUNT TO BTL-COUNT.
           MOVE STALE-TOTAL TO BTL-AMOUNT.
           MOVE BRC-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       810-PRINT-STALE-CHECK.
      *
           IF NOT CT-VOIDED (CHECK-INDEX)
             AND CT-NOT-CLEARED (CHECK-INDEX)
             AND CT-DAYS-OUT (CHECK-INDEX) > STALE-CHECK-DAYS
               PERFORM 620-FORMAT-CHECK-LINE
               MOVE BRC-CHECK-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       900-WRITE-BATCH-LOG-RECORD.
      *
           OPEN EXTEND BATCHLOG.
           MOVE "BRC1000"        TO BL-JOB-NAME.
           MOVE RUN-DATE         TO BL-RUN-DATE.
           MOVE ITEMS-READ       TO BL-RECORDS-READ.
           MOVE ITEMS-CLEARED    TO BL-RECORDS-WRITTEN.
           MOVE UNRECORDED-COUNT TO BL-RECORDS-REJECTED.
           IF RECONCILING-DIFFERENCE = ZERO
               MOVE "OK"    TO BL-OUTCOME
           ELSE
               MOVE "ERROR" TO BL-OUTCOME.
           MOVE FUNCTION CURRENT-DATE
               TO CURRENT-DATE-AND-TIME.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
