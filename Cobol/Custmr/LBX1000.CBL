      *    KEYED CASH APPLICATION DOES, THROUGH THE SAME NEW-COPY
      *    SHUFFLE: THE OPERATOR REPLACES AROPEN WITH AROPENN
      *    AFTER THE RUN. THE DEPOSIT REGISTER LISTS EVERY CHECK,
      *    EVERY REJECT, AND ANY UNAPPLIED REMAINDER, WHICH IS HELD
      *    ON ACCOUNT AS AN "OA" CREDIT ITEM JUST AS THE KEYED
      *    CASH APPLICATION HOLDS IT. AN ITEM PAID BY ITS DISCOUNT
      *    DATE -- JUDGED ON THE DEPOSIT DATE -- CLOSES LESS ITS
      *    EARLY-PAYMENT DISCOUNT, AND THE DISCOUNT GOES TO SALES
      *    DISCOUNTS, THE SAME RULE THE KEYED CASH APPLICATION
      *    FOLLOWS.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT DEPREG   ASSIGN TO "c:\cobol\data\depreg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DEPREG-FILE-STATUS.
           SELECT LBXRPT   ASSIGN TO "c:\cobol\data\lbx1rpt.prn".
      *
       DATA DIVISION.
      *
       FD  ARNEW.
      *
       01  NEW-AR-OPEN-ITEM-RECORD     PIC X(67).
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       FD  DEPREG.
      *
       COPY "Depreg.cpy".
      *
       FD  LBXRPT.
      *
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
           05  DEPREG-FILE-STATUS      PIC XX.
               88  DEPREG-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  IMPORT-BANK-ID          PIC X(5).
           05  ACCEPTED-TOTAL          PIC S9(9)V99 VALUE ZERO.
           05  APPLY-AMOUNT            PIC S9(7)V99.
           05  TOTAL-APPLIED-AMOUNT    PIC S9(9)V99 VALUE ZERO.
           05  CONSUME-AMOUNT          PIC S9(7)V99.
           05  DISCOUNT-TAKEN          PIC S9(7)V99 VALUE ZERO.
      *
       01  ON-ACCOUNT-REFERENCE.
           05  FILLER                  PIC X(2)  VALUE "OA".
           05  OA-PAYMENT-DATE         PIC 9(8).
      *
      *    GENERAL-LEDGER ACCOUNTS THE CASH SUMMARY POSTS TO --
      *    THE SAME ONES THE KEYED CASH APPLICATION USES.
      *
       01  GL-ACCOUNT-NUMBERS.
           05  GL-CASH-ACCT            PIC 9(4)    VALUE 1000.
           05  GL-RECEIVABLES-ACCT     PIC 9(4)    VALUE 1200.
           05  GL-SALES-DISCOUNT-ACCT  PIC 9(4)    VALUE 4400.
      *
       COPY "Fpcreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
      *
       01  REMITTANCE-TABLE.
           05  REMIT-ENTRY-COUNT       PIC S9(3)   COMP  VALUE ZERO.
                                           INDEXED BY REMIT-INDEX.
               10  RM-CUSTOMER-NO          PIC 9(5).
               10  RM-REMAINING-AMOUNT     PIC S9(9)V99.
               10  RM-OPEN-DUE             PIC S9(9)V99.
               10  RM-CREDIT-ON-ACCOUNT    PIC S9(9)V99.
               10  RM-CREDIT-TO-CONSUME    PIC S9(9)V99.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(22)
               VALUE " UNAPPLIED REMAINDER ".
           05  RML-REMAINING           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(20)
               VALUE "  HELD ON ACCOUNT AS".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RML-REFERENCE           PIC X(10).
      *
       01  DISCOUNT-LINE.
           05  FILLER                  PIC X(40)
               VALUE "EARLY-PAYMENT DISCOUNTS TAKEN:".
           05  DL-DISCOUNT-TAKEN       PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  BALANCE-LINE-1.
           05  FILLER                  PIC X(25)
             AND CHECKS-ACCEPTED > ZERO
               PERFORM 500-APPLY-BALANCED-DEPOSIT
               PERFORM 600-REPORT-UNAPPLIED-REMAINDERS
               PERFORM 700-WRITE-JOURNAL-SUMMARY
               PERFORM 710-WRITE-DEPOSIT-REGISTER
               DISPLAY "REPLACE AROPEN WITH AROPENN TO COMPLETE "
                   "THE APPLICATION."
           ELSE
                           RM-CUSTOMER-NO (REMIT-INDEX)
                       MOVE EXTRACT-AMOUNT TO
                           RM-REMAINING-AMOUNT (REMIT-INDEX)
                       MOVE ZERO TO RM-OPEN-DUE (REMIT-INDEX)
                       MOVE ZERO TO RM-CREDIT-ON-ACCOUNT (REMIT-INDEX)
                       MOVE ZERO TO RM-CREDIT-TO-CONSUME (REMIT-INDEX)
                   ELSE
                       MOVE "N" TO CHECK-TABLED-SWITCH
                       DISPLAY "LBX1000 REMITTANCE TABLE FULL FOR "
      *
       500-APPLY-BALANCED-DEPOSIT.
      *
      *    EACH CUSTOMER'S CASH ALREADY ON ACCOUNT JOINS THE POOL
      *    FIRST, BUT ONLY AS MUCH AS THE OPEN ITEMS CAN TAKE; WHAT
      *    IS LEFT OF THE POOL AFTER THE WALK IS NEW CASH AND GOES
      *    ON ACCOUNT UNDER TODAY'S DATE.
      *
           PERFORM 502-TOTAL-POOLED-CUSTOMERS.
           PERFORM 506-SET-CREDIT-TO-CONSUME
               VARYING REMIT-INDEX FROM 1 BY 1
               UNTIL REMIT-INDEX > REMIT-ENTRY-COUNT.
           MOVE "N" TO AROPEN-EOF-SWITCH.
           OPEN OUTPUT ARNEW.
           OPEN INPUT AROPEN.
           IF NOT AROPEN-SUCCESSFUL
               DISPLAY "NO OPEN-ITEM FILE ON FILE."
               MOVE "Y" TO AROPEN-EOF-SWITCH
           ELSE
               PERFORM 510-APPLY-TO-NEXT-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN.
           MOVE RUN-DATE TO OA-PAYMENT-DATE.
           PERFORM 550-WRITE-ON-ACCOUNT-CREDIT
               VARYING REMIT-INDEX FROM 1 BY 1
               UNTIL REMIT-INDEX > REMIT-ENTRY-COUNT.
           CLOSE ARNEW.
           DISPLAY "ITEMS CLOSED " ITEMS-CLOSED
               "  ITEMS REDUCED " ITEMS-REDUCED.
      *
       502-TOTAL-POOLED-CUSTOMERS.
      *
           MOVE "N" TO AROPEN-EOF-SWITCH.
           OPEN INPUT AROPEN.
           IF AROPEN-SUCCESSFUL
               PERFORM 504-TOTAL-NEXT-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN.
      *
       504-TOTAL-NEXT-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN
                       SET REMIT-INDEX TO 1
                       SEARCH REMIT-ENTRY
                           AT END
                               CONTINUE
                           WHEN REMIT-INDEX > REMIT-ENTRY-COUNT
                               CONTINUE
                           WHEN RM-CUSTOMER-NO (REMIT-INDEX) =
                                AO-CUSTOMER-NO
                               PERFORM 505-TOTAL-POOLED-ITEM
                       END-SEARCH
                   END-IF
           END-READ.
      *
       505-TOTAL-POOLED-ITEM.
      *
           EVALUATE TRUE
               WHEN AO-REFERENCE (1:2) = "OA"
                   SUBTRACT AO-OPEN-AMOUNT FROM
                       RM-CREDIT-ON-ACCOUNT (REMIT-INDEX)
               WHEN AO-OPEN-AMOUNT > ZERO
                   ADD AO-OPEN-AMOUNT TO RM-OPEN-DUE (REMIT-INDEX)
           END-EVALUATE.
      *
       506-SET-CREDIT-TO-CONSUME.
      *
           IF RM-CREDIT-ON-ACCOUNT (REMIT-INDEX) <
              RM-OPEN-DUE (REMIT-INDEX)
               MOVE RM-CREDIT-ON-ACCOUNT (REMIT-INDEX)
                   TO RM-CREDIT-TO-CONSUME (REMIT-INDEX)
           ELSE
               MOVE RM-OPEN-DUE (REMIT-INDEX)
                   TO RM-CREDIT-TO-CONSUME (REMIT-INDEX).
           ADD RM-CREDIT-TO-CONSUME (REMIT-INDEX)
               TO RM-REMAINING-AMOUNT (REMIT-INDEX).
      *
       510-APPLY-TO-NEXT-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN NOT AR-ITEM-OPEN
                           CONTINUE
                       WHEN AO-REFERENCE (1:2) = "OA"
                           PERFORM 540-CONSUME-ON-ACCOUNT-CREDIT
                       WHEN AO-OPEN-AMOUNT > ZERO
                           PERFORM 520-APPLY-REMITTANCE-TO-ITEM
                   END-EVALUATE
                   WRITE NEW-AR-OPEN-ITEM-RECORD
                       FROM AR-OPEN-ITEM-RECORD
           END-READ.
      *
       530-RELIEVE-OPEN-ITEM.
      *
      *    THE DISCOUNT IS ALL OR NOTHING: THE DEPOSIT MUST BE MADE
      *    BY THE DISCOUNT DATE AND THE CHECK MUST COVER THE REST
      *    OF THE ITEM. A SHORT PAYMENT IS APPLIED AT FACE.
      *
           IF AO-DISCOUNT-AMOUNT > ZERO
               AND RUN-DATE NOT > AO-DISCOUNT-DATE
               AND AO-OPEN-AMOUNT > AO-DISCOUNT-AMOUNT
               AND RM-REMAINING-AMOUNT (REMIT-INDEX) NOT <
                   AO-OPEN-AMOUNT - AO-DISCOUNT-AMOUNT
               ADD AO-DISCOUNT-AMOUNT TO DISCOUNT-TAKEN
               SUBTRACT AO-DISCOUNT-AMOUNT FROM AO-OPEN-AMOUNT.
           IF RM-REMAINING-AMOUNT (REMIT-INDEX) < AO-OPEN-AMOUNT
               MOVE RM-REMAINING-AMOUNT (REMIT-INDEX)
                   TO APPLY-AMOUNT
               ADD 1 TO ITEMS-CLOSED
           ELSE
               ADD 1 TO ITEMS-REDUCED.
      *
       540-CONSUME-ON-ACCOUNT-CREDIT.
      *
           SET REMIT-INDEX TO 1.
           SEARCH REMIT-ENTRY
               AT END
                   CONTINUE
               WHEN REMIT-INDEX > REMIT-ENTRY-COUNT
                   CONTINUE
               WHEN RM-CUSTOMER-NO (REMIT-INDEX) = AO-CUSTOMER-NO
                   IF RM-CREDIT-TO-CONSUME (REMIT-INDEX) > ZERO
                       PERFORM 545-REDUCE-CREDIT-ITEM
                   END-IF
           END-SEARCH.
      *
       545-REDUCE-CREDIT-ITEM.
      *
      *    THE CREDIT ITEM IS NEGATIVE; IT IS BROUGHT TOWARD ZERO
      *    BY WHAT WAS TAKEN FROM IT INTO THE POOL.
      *
           IF RM-CREDIT-TO-CONSUME (REMIT-INDEX) <
              ZERO - AO-OPEN-AMOUNT
               MOVE RM-CREDIT-TO-CONSUME (REMIT-INDEX)
                   TO CONSUME-AMOUNT
           ELSE
               COMPUTE CONSUME-AMOUNT = ZERO - AO-OPEN-AMOUNT.
           ADD CONSUME-AMOUNT TO AO-OPEN-AMOUNT.
           SUBTRACT CONSUME-AMOUNT FROM
               RM-CREDIT-TO-CONSUME (REMIT-INDEX).
           IF AO-OPEN-AMOUNT = ZERO
               SET AR-ITEM-CLOSED TO TRUE
               ADD 1 TO ITEMS-CLOSED
           ELSE
               ADD 1 TO ITEMS-REDUCED.
      *
       550-WRITE-ON-ACCOUNT-CREDIT.
      *
           IF RM-REMAINING-AMOUNT (REMIT-INDEX) > ZERO
               MOVE RM-CUSTOMER-NO (REMIT-INDEX) TO AO-CUSTOMER-NO
               MOVE RUN-DATE                     TO AO-INVOICE-DATE
               MOVE RUN-DATE                     TO AO-DUE-DATE
               MOVE ZERO                         TO AO-DISCOUNT-DATE
               MOVE ZERO                         TO AO-DISCOUNT-AMOUNT
               MOVE ON-ACCOUNT-REFERENCE         TO AO-REFERENCE
               COMPUTE AO-ORIGINAL-AMOUNT =
                   ZERO - RM-REMAINING-AMOUNT (REMIT-INDEX)
               MOVE AO-ORIGINAL-AMOUNT           TO AO-OPEN-AMOUNT
               SET AR-ITEM-OPEN TO TRUE
               WRITE NEW-AR-OPEN-ITEM-RECORD
                   FROM AR-OPEN-ITEM-RECORD.
      *
       600-REPORT-UNAPPLIED-REMAINDERS.
      *
           PERFORM 610-REPORT-ONE-REMAINDER
               VARYING REMIT-INDEX FROM 1 BY 1
               UNTIL REMIT-INDEX > REMIT-ENTRY-COUNT.
           IF DISCOUNT-TAKEN > ZERO
               MOVE DISCOUNT-TAKEN TO DL-DISCOUNT-TAKEN
               MOVE DISCOUNT-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
               MOVE DISCOUNT-TAKEN TO DISPLAY-AMOUNT
               DISPLAY "EARLY-PAYMENT DISCOUNT TAKEN " DISPLAY-AMOUNT.
      *
       610-REPORT-ONE-REMAINDER.
      *
                   TO RML-CUSTOMER-NO
               MOVE RM-REMAINING-AMOUNT (REMIT-INDEX)
                   TO RML-REMAINING
               MOVE ON-ACCOUNT-REFERENCE TO RML-REFERENCE
               MOVE REMAINDER-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES
               MOVE RM-REMAINING-AMOUNT (REMIT-INDEX)
                   TO DISPLAY-AMOUNT
               DISPLAY "CUSTOMER " RM-CUSTOMER-NO (REMIT-INDEX)
                   " UNAPPLIED REMAINDER " DISPLAY-AMOUNT
                   " HELD ON ACCOUNT.".
      *
       700-WRITE-JOURNAL-SUMMARY.
      *
      *    CASH UP, RECEIVABLES DOWN, BY THE WHOLE DEPOSIT -- WHAT
      *    DID NOT RELIEVE AN ITEM IS HELD IN RECEIVABLES ON
      *    ACCOUNT. THE SAME SUMMARY THE KEYED CASH APPLICATION
      *    WRITES, SO IMPORTED DEPOSITS FEED THE SAME LEDGER. ANY
      *    DISCOUNT TAKEN MOVES FROM RECEIVABLES TO SALES DISCOUNTS.
      *
           OPEN EXTEND GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
           ELSE
               MOVE RUN-DATE  TO GJ-ENTRY-DATE
               MOVE "LBX1000" TO GJ-SOURCE-PROGRAM
               MOVE SPACE     TO GJ-ENTERED-BY
               MOVE GL-CASH-ACCT TO GJ-ACCOUNT-NO
               MOVE ACCEPTED-TOTAL TO GJ-DEBIT-AMOUNT
               MOVE ZERO TO GJ-CREDIT-AMOUNT
               SET JOURNAL-LINE-UNPOSTED TO TRUE
               WRITE JOURNAL-ENTRY-RECORD
               MOVE GL-RECEIVABLES-ACCT TO GJ-ACCOUNT-NO
               MOVE ZERO TO GJ-DEBIT-AMOUNT
               MOVE ACCEPTED-TOTAL TO GJ-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               IF DISCOUNT-TAKEN > ZERO
                   MOVE GL-SALES-DISCOUNT-ACCT TO GJ-ACCOUNT-NO
                   MOVE DISCOUNT-TAKEN TO GJ-DEBIT-AMOUNT
                   MOVE ZERO TO GJ-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
                   MOVE GL-RECEIVABLES-ACCT TO GJ-ACCOUNT-NO
                   MOVE ZERO TO GJ-DEBIT-AMOUNT
                   MOVE DISCOUNT-TAKEN TO GJ-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
               END-IF
               CLOSE GLJRNL.
      *
       710-WRITE-DEPOSIT-REGISTER.
      *
      *    THE DEPOSIT GOES ON THE DEPOSIT REGISTER SO THE MONTHLY
      *    BANK RECONCILIATION CAN MATCH IT TO THE BANK'S CREDIT.
      *
           OPEN EXTEND DEPREG.
           IF NOT DEPREG-SUCCESSFUL
               OPEN OUTPUT DEPREG.
           IF NOT DEPREG-SUCCESSFUL
               DISPLAY "LBX1000 DEPOSIT REGISTER NOT WRITTEN -- STATUS "
                   DEPREG-FILE-STATUS
           ELSE
               SET DEPOSIT-MADE TO TRUE
               MOVE RUN-DATE  TO DR-DEPOSIT-DATE
               MOVE RUN-TIME  TO DR-DEPOSIT-TIME
               MOVE "LBX1000" TO DR-SOURCE-PROGRAM
               MOVE ACCEPTED-TOTAL TO DR-DEPOSIT-AMOUNT
               MOVE ZERO TO DR-CLEARED-DATE
               WRITE DEPOSIT-REGISTER-RECORD
               CLOSE DEPREG.
