      *    OPEN. THE OPEN-ITEM FILE IS REWRITTEN THROUGH A NEW
      *    COPY, THE SAME SHUFFLE AS THE MASTER UPDATE RUNS; THE
      *    OPERATOR REPLACES AROPEN WITH AROPENN AFTER THE RUN.
      *    ANY UNAPPLIED REMAINDER IS HELD ON ACCOUNT AS A NEGATIVE
      *    OPEN ITEM WITH AN "OA" REFERENCE, THE SAME WAY A CREDIT
      *    MEMO SITS ON THE FILE, AND THE CUSTOMER'S CASH ALREADY
      *    ON ACCOUNT IS APPLIED TO THE OLDEST OPEN ITEMS BEFORE
      *    THE NEW PAYMENT IS. AN ITEM PAID BY ITS DISCOUNT DATE
      *    CLOSES FOR ITS OPEN AMOUNT LESS THE EARLY-PAYMENT
      *    DISCOUNT BILLING STAMPED ON IT, AND THE DISCOUNT GOES TO
      *    SALES DISCOUNTS.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT DEPREG   ASSIGN TO "c:\cobol\data\depreg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DEPREG-FILE-STATUS.
      *
       DATA DIVISION.
      *
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
       WORKING-STORAGE SECTION.
      *
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
           05  DEPREG-FILE-STATUS      PIC XX.
               88  DEPREG-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-CUSTOMER-NO       PIC X(5).
           05  ITEMS-CLOSED            PIC S9(5)   COMP.
           05  ITEMS-REDUCED           PIC S9(5)   COMP.
           05  APPLIED-AMOUNT          PIC S9(9)V99.
           05  CUSTOMER-OPEN-DUE       PIC S9(9)V99.
           05  CREDIT-ON-ACCOUNT       PIC S9(9)V99.
           05  CREDIT-TO-USE           PIC S9(9)V99.
           05  CREDIT-TO-CONSUME       PIC S9(9)V99.
           05  CONSUME-AMOUNT          PIC S9(7)V99.
           05  DISCOUNT-TAKEN          PIC S9(7)V99.
      *
       01  ON-ACCOUNT-REFERENCE.
           05  FILLER                  PIC X(2)  VALUE "OA".
           05  OA-PAYMENT-DATE         PIC 9(8).
      *
      *    GENERAL-LEDGER ACCOUNTS THE CASH SUMMARY POSTS TO.
      *
       01  GL-ACCOUNT-NUMBERS.
           05  GL-CASH-ACCT            PIC 9(4)    VALUE 1000.
           05  GL-RECEIVABLES-ACCT     PIC 9(4)    VALUE 1200.
           05  GL-SALES-DISCOUNT-ACCT  PIC 9(4)    VALUE 4400.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
      *
       PROCEDURE DIVISION.
      *
           IF ENTRY-CUSTOMER-NO = "99999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               DISPLAY "ENTER PAYMENT AMOUNT (NNNNNNN.NN), OR 0 TO "
                   "APPLY CASH ON ACCOUNT ONLY."
               ACCEPT ENTRY-PAYMENT-AMOUNT
               PERFORM 200-APPLY-PAYMENT-TO-ITEMS
               PERFORM 300-REPORT-APPLICATION.
      *
      *    THE OPEN-ITEM FILE IS IN THE ORDER THE BILLING RUN
      *    WROTE IT, SO READING FRONT TO BACK APPLIES THE PAYMENT
      *    TO THE OLDEST ITEMS FIRST. CASH ALREADY ON ACCOUNT
      *    JOINS THE PAYMENT, BUT ONLY AS MUCH OF IT AS THE OPEN
      *    ITEMS CAN TAKE -- THE REST STAYS ON ACCOUNT WITH ITS
      *    ORIGINAL DATE SO THE UNAPPLIED CASH REPORT AGES IT
      *    HONESTLY.
      *
           PERFORM 205-TOTAL-CUSTOMER-ITEMS.
           IF CREDIT-ON-ACCOUNT < CUSTOMER-OPEN-DUE
               MOVE CREDIT-ON-ACCOUNT TO CREDIT-TO-USE
           ELSE
               MOVE CUSTOMER-OPEN-DUE TO CREDIT-TO-USE.
           MOVE CREDIT-TO-USE TO CREDIT-TO-CONSUME.
           COMPUTE REMAINING-PAYMENT =
               ENTRY-PAYMENT-AMOUNT + CREDIT-TO-USE.
           MOVE ZERO TO ITEMS-CLOSED.
           MOVE ZERO TO ITEMS-REDUCED.
           MOVE ZERO TO DISCOUNT-TAKEN.
           MOVE "N"  TO AROPEN-EOF-SWITCH.
           OPEN OUTPUT ARNEW.
           OPEN INPUT AROPEN.
           IF NOT AROPEN-SUCCESSFUL
               DISPLAY "NO OPEN-ITEM FILE ON FILE."
               MOVE "Y" TO AROPEN-EOF-SWITCH
           ELSE
               PERFORM 210-APPLY-TO-NEXT-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN.
           IF REMAINING-PAYMENT > ZERO
               PERFORM 240-WRITE-ON-ACCOUNT-CREDIT.
           CLOSE ARNEW.
      *
       205-TOTAL-CUSTOMER-ITEMS.
      *
           MOVE ZERO TO CUSTOMER-OPEN-DUE.
           MOVE ZERO TO CREDIT-ON-ACCOUNT.
           MOVE "N"  TO AROPEN-EOF-SWITCH.
           OPEN INPUT AROPEN.
           IF AROPEN-SUCCESSFUL
               PERFORM 207-TOTAL-NEXT-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN.
      *
       207-TOTAL-NEXT-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AO-CUSTOMER-NO = ENTRY-CUSTOMER-NO
                       AND AR-ITEM-OPEN
                       EVALUATE TRUE
                           WHEN AO-REFERENCE (1:2) = "OA"
                               SUBTRACT AO-OPEN-AMOUNT
                                   FROM CREDIT-ON-ACCOUNT
                           WHEN AO-OPEN-AMOUNT > ZERO
                               ADD AO-OPEN-AMOUNT
                                   TO CUSTOMER-OPEN-DUE
                       END-EVALUATE
                   END-IF
           END-READ.
      *
       210-APPLY-TO-NEXT-ITEM.
      *
               NOT AT END
                   IF AO-CUSTOMER-NO = ENTRY-CUSTOMER-NO
                       AND AR-ITEM-OPEN
                       EVALUATE TRUE
                           WHEN AO-REFERENCE (1:2) = "OA"
                               IF CREDIT-TO-CONSUME > ZERO
                                   PERFORM 230-CONSUME-ON-ACCOUNT-CREDIT
                               END-IF
                           WHEN REMAINING-PAYMENT > ZERO
                               PERFORM 220-RELIEVE-OPEN-ITEM
                       END-EVALUATE
                   END-IF
                   WRITE NEW-AR-OPEN-ITEM-RECORD
                       FROM AR-OPEN-ITEM-RECORD
      *
       220-RELIEVE-OPEN-ITEM.
      *
      *    THE DISCOUNT IS ALL OR NOTHING: THE PAYMENT MUST ARRIVE
      *    BY THE DISCOUNT DATE AND COVER THE REST OF THE ITEM. A
      *    SHORT PAYMENT INSIDE THE WINDOW IS APPLIED AT FACE.
      *
           IF AO-DISCOUNT-AMOUNT > ZERO
               AND RUN-DATE NOT > AO-DISCOUNT-DATE
               AND AO-OPEN-AMOUNT > AO-DISCOUNT-AMOUNT
               AND REMAINING-PAYMENT NOT <
                   AO-OPEN-AMOUNT - AO-DISCOUNT-AMOUNT
               ADD AO-DISCOUNT-AMOUNT TO DISCOUNT-TAKEN
               SUBTRACT AO-DISCOUNT-AMOUNT FROM AO-OPEN-AMOUNT.
           IF REMAINING-PAYMENT < AO-OPEN-AMOUNT
               MOVE REMAINING-PAYMENT TO APPLY-AMOUNT
           ELSE
               ADD 1 TO ITEMS-CLOSED
           ELSE
               ADD 1 TO ITEMS-REDUCED.
      *
       230-CONSUME-ON-ACCOUNT-CREDIT.
      *
      *    THE CREDIT ITEM IS NEGATIVE; IT IS BROUGHT TOWARD ZERO
      *    BY WHAT WAS TAKEN FROM IT INTO THE PAYMENT.
      *
           IF CREDIT-TO-CONSUME < ZERO - AO-OPEN-AMOUNT
               MOVE CREDIT-TO-CONSUME TO CONSUME-AMOUNT
           ELSE
               COMPUTE CONSUME-AMOUNT = ZERO - AO-OPEN-AMOUNT.
           ADD CONSUME-AMOUNT TO AO-OPEN-AMOUNT.
           SUBTRACT CONSUME-AMOUNT FROM CREDIT-TO-CONSUME.
           IF AO-OPEN-AMOUNT = ZERO
               SET AR-ITEM-CLOSED TO TRUE
               ADD 1 TO ITEMS-CLOSED
           ELSE
               ADD 1 TO ITEMS-REDUCED.
      *
       240-WRITE-ON-ACCOUNT-CREDIT.
      *
           MOVE RUN-DATE              TO OA-PAYMENT-DATE.
           MOVE ENTRY-CUSTOMER-NO     TO AO-CUSTOMER-NO.
           MOVE RUN-DATE              TO AO-INVOICE-DATE.
           MOVE RUN-DATE              TO AO-DUE-DATE.
           MOVE ZERO                  TO AO-DISCOUNT-DATE.
           MOVE ZERO                  TO AO-DISCOUNT-AMOUNT.
           MOVE ON-ACCOUNT-REFERENCE  TO AO-REFERENCE.
           COMPUTE AO-ORIGINAL-AMOUNT = ZERO - REMAINING-PAYMENT.
           MOVE AO-ORIGINAL-AMOUNT    TO AO-OPEN-AMOUNT.
           SET AR-ITEM-OPEN TO TRUE.
           WRITE NEW-AR-OPEN-ITEM-RECORD
               FROM AR-OPEN-ITEM-RECORD.
      *
       300-REPORT-APPLICATION.
      *
      *    EVERY DOLLAR RECEIVED NOW LANDS IN RECEIVABLES, EITHER
      *    RELIEVING AN ITEM OR HELD THERE ON ACCOUNT, SO THE
      *    JOURNAL CARRIES THE WHOLE PAYMENT. CASH MOVED OFF
      *    ACCOUNT ONTO AN INVOICE NEVER LEAVES RECEIVABLES.
      *
           MOVE ENTRY-PAYMENT-AMOUNT TO APPLIED-AMOUNT.
           IF APPLIED-AMOUNT > ZERO OR DISCOUNT-TAKEN > ZERO
               PERFORM 350-WRITE-JOURNAL-SUMMARY.
           IF APPLIED-AMOUNT > ZERO
               PERFORM 360-WRITE-DEPOSIT-REGISTER.
           DISPLAY "ITEMS CLOSED " ITEMS-CLOSED
               "  ITEMS REDUCED " ITEMS-REDUCED.
           IF DISCOUNT-TAKEN > ZERO
               MOVE DISCOUNT-TAKEN TO DISPLAY-AMOUNT
               DISPLAY "EARLY-PAYMENT DISCOUNT TAKEN " DISPLAY-AMOUNT.
           IF CREDIT-TO-USE > ZERO
               MOVE CREDIT-TO-USE TO DISPLAY-AMOUNT
               DISPLAY "CASH ON ACCOUNT APPLIED " DISPLAY-AMOUNT.
           IF REMAINING-PAYMENT > ZERO
               MOVE REMAINING-PAYMENT TO DISPLAY-AMOUNT
               DISPLAY "UNAPPLIED REMAINDER " DISPLAY-AMOUNT
                   " -- HELD ON ACCOUNT AS " ON-ACCOUNT-REFERENCE.
           DISPLAY "REPLACE AROPEN WITH AROPENN BEFORE THE NEXT "
               "APPLICATION.".
           MOVE "Y" TO END-OF-SESSION-SWITCH.
      *
       350-WRITE-JOURNAL-SUMMARY.
      *
      *    CASH UP, RECEIVABLES DOWN, BY THE PAYMENT RECEIVED;
      *    SALES DISCOUNTS UP, RECEIVABLES DOWN, BY THE DISCOUNT
      *    TAKEN.
      *
           OPEN EXTEND GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
           ELSE
               MOVE RUN-DATE  TO GJ-ENTRY-DATE
               MOVE "CSH1000" TO GJ-SOURCE-PROGRAM
               MOVE SPACE     TO GJ-ENTERED-BY
               SET JOURNAL-LINE-UNPOSTED TO TRUE
               IF APPLIED-AMOUNT > ZERO
                   MOVE GL-CASH-ACCT TO GJ-ACCOUNT-NO
                   MOVE APPLIED-AMOUNT TO GJ-DEBIT-AMOUNT
                   MOVE ZERO TO GJ-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
                   MOVE GL-RECEIVABLES-ACCT TO GJ-ACCOUNT-NO
                   MOVE ZERO TO GJ-DEBIT-AMOUNT
                   MOVE APPLIED-AMOUNT TO GJ-CREDIT-AMOUNT
                   WRITE JOURNAL-ENTRY-RECORD
               END-IF
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
       360-WRITE-DEPOSIT-REGISTER.
      *
      *    THE DEPOSIT GOES ON THE DEPOSIT REGISTER SO THE MONTHLY
      *    BANK RECONCILIATION CAN MATCH IT TO THE BANK'S CREDIT.
      *
           OPEN EXTEND DEPREG.
           IF NOT DEPREG-SUCCESSFUL
               OPEN OUTPUT DEPREG.
           IF NOT DEPREG-SUCCESSFUL
               DISPLAY "CSH1000 DEPOSIT REGISTER NOT WRITTEN -- STATUS "
                   DEPREG-FILE-STATUS
           ELSE
               SET DEPOSIT-MADE TO TRUE
               MOVE RUN-DATE  TO DR-DEPOSIT-DATE
               MOVE RUN-TIME  TO DR-DEPOSIT-TIME
               MOVE "CSH1000" TO DR-SOURCE-PROGRAM
               MOVE APPLIED-AMOUNT TO DR-DEPOSIT-AMOUNT
               MOVE ZERO TO DR-CLEARED-DATE
               WRITE DEPOSIT-REGISTER-RECORD
               CLOSE DEPREG.
