       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. REB2000.
      *
      *    QUARTERLY VOLUME-REBATE ACCRUAL. FOR EVERY ACTIVE
      *    AGREEMENT ON THE REBATE FILE, THE CUSTOMER'S QUALIFYING
      *    PURCHASES -- ITEM SALES DATED INSIDE THE AGREEMENT
      *    PERIOD AND NOT AFTER THE QUARTER-END DATE KEYED -- ARE
      *    TOTALED AND RATED AT THE TIER THEY HAVE REACHED. ONLY
      *    THE DIFFERENCE FROM WHAT IS ALREADY ACCRUED IS BOOKED,
      *    SO A RERUN OF THE SAME QUARTER BOOKS NOTHING NEW AND A
      *    CUSTOMER WHO FALLS BACK A TIER HAS THE EXCESS REVERSED.
      *    ONCE THE QUARTER-END DATE REACHES THE PERIOD END, THE
      *    FULL REBATE IS ISSUED AS A CREDIT OPEN ITEM WITH AN RB
      *    REFERENCE THAT CASH APPLICATION NETS LIKE ANY OTHER
      *    CREDIT, AND THE AGREEMENT IS MARKED SETTLED. THE
      *    ACCRUAL REPORT LISTS EVERY AGREEMENT WORKED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REBATE   ASSIGN TO "c:\cobol\data\rebate.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RB-CUSTOMER-NO
                           FILE STATUS IS REBATE-FILE-STATUS.
           SELECT ITMSALES ASSIGN TO "c:\cobol\data\itmsales.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ITMSALES-FILE-STATUS.
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT REBRPT   ASSIGN TO "c:\cobol\data\reb2rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  REBATE.
      *
       COPY "Rebate.cpy".
      *
       FD  ITMSALES.
      *
       COPY "Itmsales.cpy".
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       FD  REBRPT.
      *
       01  PRINT-AREA                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  REBATE-EOF-SWITCH           PIC X   VALUE "N".
               88  REBATE-EOF                      VALUE "Y".
           05  ITMSALES-EOF-SWITCH         PIC X   VALUE "N".
               88  ITMSALES-EOF                    VALUE "Y".
           05  AROPEN-OPEN-SWITCH          PIC X   VALUE "N".
               88  AROPEN-OPEN                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  REBATE-FILE-STATUS      PIC XX.
               88  REBATE-SUCCESSFUL           VALUE "00".
           05  ITMSALES-FILE-STATUS    PIC XX.
               88  ITMSALES-SUCCESSFUL         VALUE "00".
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
      *
       01  QUARTER-END-DATE            PIC 9(8).
      *
       01  COUNT-FIELDS.
           05  SALES-READ-COUNT        PIC S9(7)   COMP  VALUE ZERO.
           05  SALES-QUALIFIED-COUNT   PIC S9(7)   COMP  VALUE ZERO.
           05  AGREEMENTS-SETTLED      PIC S9(5)   COMP  VALUE ZERO.
      *
       01  REBATE-WORK-FIELDS.
           05  REBATE-RATE             PIC 9(2)V99.
           05  REBATE-EARNED           PIC S9(7)V99.
           05  REBATE-ACCRUAL          PIC S9(7)V99.
           05  ACCRUAL-TOTAL           PIC S9(9)V99 VALUE ZERO.
           05  JOURNAL-AMOUNT          PIC S9(9)V99.
           05  CREDIT-MEMO-TOTAL       PIC S9(9)V99 VALUE ZERO.
           05  TIER-SUB                PIC S9(3)   COMP.
      *
       01  CREDIT-REFERENCE.
           05  FILLER                  PIC XX      VALUE "RB".
           05  CR-PERIOD-END           PIC 9(8).
      *
      *    GENERAL-LEDGER ACCOUNTS THE REBATES POST TO. THE ACCRUAL
      *    IS A REDUCTION OF SALES CARRIED AS A LIABILITY UNTIL THE
      *    CREDIT MEMO MOVES IT AGAINST THE CUSTOMER'S RECEIVABLE.
      *
       01  GL-ACCOUNT-NUMBERS.
           05  GL-RECEIVABLES-ACCT     PIC 9(4)    VALUE 1200.
           05  GL-ACCRUED-REBATES-ACCT PIC 9(4)    VALUE 2300.
           05  GL-SALES-REBATES-ACCT   PIC 9(4)    VALUE 4300.
      *
       01  AGREEMENT-TABLE.
           05  AGREEMENT-COUNT         PIC S9(3)   COMP  VALUE ZERO.
           05  AGREEMENT-ENTRY             OCCURS 300 TIMES
                                           INDEXED BY AG-INDEX.
               10  AG-CUSTOMER-NO          PIC 9(5).
               10  AG-PERIOD-START         PIC 9(8).
               10  AG-PERIOD-END           PIC 9(8).
               10  AG-PURCHASES            PIC S9(9)V99.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Fpcreq.cpy".
      *
       01  REB-HEADING-LINE-1.
           05  FILLER                  PIC X(44)
               VALUE "REB2000  VOLUME-REBATE ACCRUAL  QUARTER END ".
           05  RHL-QUARTER-END         PIC 9(8).
           05  FILLER                  PIC X(10) VALUE "  RUN ON ".
           05  RHL-RUN-DATE            PIC 9(8).
      *
       01  REB-HEADING-LINE-2.
           05  FILLER                  PIC X(30)
               VALUE "CUST   PERIOD START  END".
           05  FILLER                  PIC X(40)
               VALUE "         PURCHASES   RATE        EARNED".
           05  FILLER                  PIC X(50)
               VALUE "   PRIOR ACCRUED   THIS ACCRUAL".
      *
       01  REB-DETAIL-LINE.
           05  RDL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-PERIOD-START        PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-PERIOD-END          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-PURCHASES           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-RATE                PIC Z9.99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RDL-EARNED              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  RDL-PRIOR-ACCRUED       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-ACCRUAL             PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-SETTLEMENT          PIC X(20).
      *
       01  REB-TOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  RTL-TOTAL-NAME          PIC X(30).
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-ACCRUE-VOLUME-REBATES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "REB2000 QUARTERLY VOLUME-REBATE ACCRUAL".
           DISPLAY "ENTER QUARTER-END DATE (YYYYMMDD).".
           ACCEPT QUARTER-END-DATE.
           IF QUARTER-END-DATE NOT NUMERIC
             OR QUARTER-END-DATE > RUN-DATE
               DISPLAY "QUARTER-END DATE MUST BE YYYYMMDD AND NOT "
                   "LATER THAN TODAY."
               STOP RUN.
           MOVE QUARTER-END-DATE TO FC-CHECK-DATE.
           CALL "FPC1000" USING PERIOD-CHECK-REQUEST.
           IF PERIOD-CHECK-CLOSED
               DISPLAY "THE FISCAL PERIOD FOR " QUARTER-END-DATE
                   " IS CLOSED -- NOTHING ACCRUED."
               STOP RUN.
           OPEN I-O REBATE.
           IF NOT REBATE-SUCCESSFUL
               DISPLAY "NO REBATE AGREEMENTS ON FILE -- STATUS "
                   REBATE-FILE-STATUS
               STOP RUN.
           PERFORM 100-LOAD-ACTIVE-AGREEMENTS.
           IF AGREEMENT-COUNT = ZERO
               DISPLAY "REB2000 NO ACTIVE AGREEMENTS -- NOTHING "
                   "ACCRUED."
               CLOSE REBATE
               STOP RUN.
           PERFORM 200-TOTAL-QUALIFYING-SALES.
           OPEN OUTPUT REBRPT.
           MOVE QUARTER-END-DATE TO RHL-QUARTER-END.
           MOVE RUN-DATE         TO RHL-RUN-DATE.
           MOVE REB-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE REB-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           OPEN EXTEND AROPEN.
           IF NOT AROPEN-SUCCESSFUL
               OPEN OUTPUT AROPEN.
           IF AROPEN-SUCCESSFUL
               MOVE "Y" TO AROPEN-OPEN-SWITCH
           ELSE
               DISPLAY "OPEN ERROR ON AROPEN -- STATUS "
                   AROPEN-FILE-STATUS
               DISPLAY "NO AGREEMENT WILL BE SETTLED THIS RUN.".
           PERFORM 300-ACCRUE-ONE-AGREEMENT
               VARYING AG-INDEX FROM 1 BY 1
               UNTIL AG-INDEX > AGREEMENT-COUNT.
           IF AROPEN-OPEN
               CLOSE AROPEN.
           CLOSE REBATE.
           PERFORM 400-PRINT-RUN-TOTALS.
           CLOSE REBRPT.
           PERFORM 500-WRITE-JOURNAL-ENTRIES.
           DISPLAY "REB2000 AGREEMENTS ACCRUED " AGREEMENT-COUNT
               "  SETTLED " AGREEMENTS-SETTLED.
           STOP RUN.
      *
       100-LOAD-ACTIVE-AGREEMENTS.
      *
           PERFORM 110-LOAD-NEXT-AGREEMENT
               UNTIL REBATE-EOF.
      *
       110-LOAD-NEXT-AGREEMENT.
      *
           READ REBATE NEXT RECORD
               AT END
                   MOVE "Y" TO REBATE-EOF-SWITCH
               NOT AT END
                   IF REBATE-ACTIVE
                     AND RB-PERIOD-START NOT > QUARTER-END-DATE
                       IF AGREEMENT-COUNT < 300
                           ADD 1 TO AGREEMENT-COUNT
                           SET AG-INDEX TO AGREEMENT-COUNT
                           MOVE RB-CUSTOMER-NO  TO
                               AG-CUSTOMER-NO (AG-INDEX)
                           MOVE RB-PERIOD-START TO
                               AG-PERIOD-START (AG-INDEX)
                           MOVE RB-PERIOD-END   TO
                               AG-PERIOD-END (AG-INDEX)
                           MOVE ZERO TO AG-PURCHASES (AG-INDEX)
                       ELSE
                           DISPLAY "AGREEMENT TABLE FULL -- CUSTOMER "
                               RB-CUSTOMER-NO " NOT ACCRUED."
                       END-IF
                   END-IF
           END-READ.
      *
       200-TOTAL-QUALIFYING-SALES.
      *
           OPEN INPUT ITMSALES.
           IF NOT ITMSALES-SUCCESSFUL
               DISPLAY "NO ITEM SALES ON FILE -- PURCHASES TAKEN "
                   "AS ZERO."
           ELSE
               PERFORM 210-TOTAL-NEXT-SALE
                   UNTIL ITMSALES-EOF
               CLOSE ITMSALES.
      *
       210-TOTAL-NEXT-SALE.
      *
           READ ITMSALES
               AT END
                   MOVE "Y" TO ITMSALES-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SALES-READ-COUNT
                   SET AG-INDEX TO 1
                   SEARCH AGREEMENT-ENTRY
                       AT END
                           CONTINUE
                       WHEN AG-INDEX > AGREEMENT-COUNT
                           CONTINUE
                       WHEN AG-CUSTOMER-NO (AG-INDEX) = IS-CUSTOMER-NO
                           PERFORM 220-COUNT-QUALIFYING-SALE
                   END-SEARCH
           END-READ.
      *
       220-COUNT-QUALIFYING-SALE.
      *
           IF IS-SALE-DATE NOT < AG-PERIOD-START (AG-INDEX)
             AND IS-SALE-DATE NOT > AG-PERIOD-END (AG-INDEX)
             AND IS-SALE-DATE NOT > QUARTER-END-DATE
               ADD IS-EXTENDED-PRICE TO AG-PURCHASES (AG-INDEX)
               ADD 1 TO SALES-QUALIFIED-COUNT.
      *
       300-ACCRUE-ONE-AGREEMENT.
      *
           MOVE AG-CUSTOMER-NO (AG-INDEX) TO RB-CUSTOMER-NO.
           READ REBATE
               INVALID KEY
                   DISPLAY "REBATE AGREEMENT " RB-CUSTOMER-NO
                       " NO LONGER ON FILE."
               NOT INVALID KEY
                   PERFORM 310-RATE-AGREEMENT
                   PERFORM 320-PRINT-AGREEMENT-LINE
                   REWRITE REBATE-AGREEMENT-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON REBATE FOR "
                               RB-CUSTOMER-NO
                   END-REWRITE
           END-READ.
      *
       310-RATE-AGREEMENT.
      *
           MOVE ZERO TO REBATE-RATE.
           PERFORM 315-TEST-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.
           MOVE AG-PURCHASES (AG-INDEX) TO RB-PURCHASES-TO-DATE.
           COMPUTE REBATE-EARNED ROUNDED =
               RB-PURCHASES-TO-DATE * REBATE-RATE / 100.
           COMPUTE REBATE-ACCRUAL =
               REBATE-EARNED - RB-ACCRUED-TO-DATE.
           ADD REBATE-ACCRUAL TO ACCRUAL-TOTAL.
           MOVE SPACE TO RDL-SETTLEMENT.
           MOVE RB-ACCRUED-TO-DATE TO RDL-PRIOR-ACCRUED.
           MOVE REBATE-EARNED      TO RB-ACCRUED-TO-DATE.
           MOVE QUARTER-END-DATE   TO RB-LAST-ACCRUAL-DATE.
           IF QUARTER-END-DATE NOT < RB-PERIOD-END
             AND AROPEN-OPEN
               PERFORM 330-SETTLE-AGREEMENT.
      *
       315-TEST-ONE-TIER.
      *
           IF RB-TIER-RATE (TIER-SUB) > ZERO
             AND AG-PURCHASES (AG-INDEX) > RB-TIER-THRESHOLD (TIER-SUB)
               MOVE RB-TIER-RATE (TIER-SUB) TO REBATE-RATE.
      *
       320-PRINT-AGREEMENT-LINE.
      *
           MOVE RB-CUSTOMER-NO       TO RDL-CUSTOMER-NO.
           MOVE RB-PERIOD-START      TO RDL-PERIOD-START.
           MOVE RB-PERIOD-END        TO RDL-PERIOD-END.
           MOVE RB-PURCHASES-TO-DATE TO RDL-PURCHASES.
           MOVE REBATE-RATE          TO RDL-RATE.
           MOVE REBATE-EARNED        TO RDL-EARNED.
           MOVE REBATE-ACCRUAL       TO RDL-ACCRUAL.
           MOVE REB-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       330-SETTLE-AGREEMENT.
      *
      *    THE PERIOD IS OVER AND THE ACCRUAL IS NOW THE FINAL
      *    REBATE. A REBATE OF NOTHING SETTLES WITHOUT A CREDIT.
      *
           MOVE "00" TO AROPEN-FILE-STATUS.
           IF REBATE-EARNED > ZERO
               MOVE RB-PERIOD-END      TO CR-PERIOD-END
               MOVE RB-CUSTOMER-NO     TO AO-CUSTOMER-NO
               MOVE QUARTER-END-DATE   TO AO-INVOICE-DATE
               MOVE QUARTER-END-DATE   TO AO-DUE-DATE
               MOVE ZERO               TO AO-DISCOUNT-DATE
               MOVE ZERO               TO AO-DISCOUNT-AMOUNT
               MOVE CREDIT-REFERENCE   TO AO-REFERENCE
               COMPUTE AO-ORIGINAL-AMOUNT = ZERO - REBATE-EARNED
               MOVE AO-ORIGINAL-AMOUNT TO AO-OPEN-AMOUNT
               SET AR-ITEM-OPEN TO TRUE
               WRITE AR-OPEN-ITEM-RECORD
               IF NOT AROPEN-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON AROPEN FOR REBATE "
                       RB-CUSTOMER-NO
               ELSE
                   ADD REBATE-EARNED TO CREDIT-MEMO-TOTAL
                   MOVE "CREDIT MEMO ISSUED" TO RDL-SETTLEMENT
               END-IF
           ELSE
               MOVE "SETTLED -- NO REBATE" TO RDL-SETTLEMENT.
           IF AROPEN-SUCCESSFUL
               SET REBATE-SETTLED TO TRUE
               MOVE QUARTER-END-DATE TO RB-SETTLED-DATE
               ADD 1 TO AGREEMENTS-SETTLED.
      *
       400-PRINT-RUN-TOTALS.
      *
           MOVE "NET REBATE ACCRUAL" TO RTL-TOTAL-NAME.
           MOVE ACCRUAL-TOTAL        TO RTL-AMOUNT.
           MOVE REB-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "REBATE CREDIT MEMOS ISSUED" TO RTL-TOTAL-NAME.
           MOVE CREDIT-MEMO-TOTAL    TO RTL-AMOUNT.
           MOVE REB-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       500-WRITE-JOURNAL-ENTRIES.
      *
      *    THE NET ACCRUAL DEBITS SALES REBATES AND CREDITS THE
      *    ACCRUED LIABILITY -- REVERSED WHEN CUSTOMERS FELL BACK
      *    A TIER. CREDIT MEMOS ISSUED CLEAR THE LIABILITY AGAINST
      *    RECEIVABLES.
      *
           IF ACCRUAL-TOTAL = ZERO AND CREDIT-MEMO-TOTAL = ZERO
               CONTINUE
           ELSE
               OPEN EXTEND GLJRNL
               IF NOT GLJRNL-SUCCESSFUL
                   OPEN OUTPUT GLJRNL
               END-IF
               IF NOT GLJRNL-SUCCESSFUL
                   DISPLAY "REB2000 JOURNAL NOT WRITTEN -- STATUS "
                       GLJRNL-FILE-STATUS
               ELSE
                   MOVE QUARTER-END-DATE TO GJ-ENTRY-DATE
                   MOVE "REB2000" TO GJ-SOURCE-PROGRAM
                   MOVE SPACE     TO GJ-ENTERED-BY
                   SET JOURNAL-LINE-UNPOSTED TO TRUE
                   IF ACCRUAL-TOTAL > ZERO
                       MOVE GL-SALES-REBATES-ACCT TO GJ-ACCOUNT-NO
                       MOVE ACCRUAL-TOTAL TO GJ-DEBIT-AMOUNT
                       MOVE ZERO TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE GL-ACCRUED-REBATES-ACCT TO GJ-ACCOUNT-NO
                       MOVE ZERO TO GJ-DEBIT-AMOUNT
                       MOVE ACCRUAL-TOTAL TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
                   IF ACCRUAL-TOTAL < ZERO
                       COMPUTE JOURNAL-AMOUNT = ZERO - ACCRUAL-TOTAL
                       MOVE GL-ACCRUED-REBATES-ACCT TO GJ-ACCOUNT-NO
                       MOVE JOURNAL-AMOUNT TO GJ-DEBIT-AMOUNT
                       MOVE ZERO TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE GL-SALES-REBATES-ACCT TO GJ-ACCOUNT-NO
                       MOVE ZERO TO GJ-DEBIT-AMOUNT
                       MOVE JOURNAL-AMOUNT TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
                   IF CREDIT-MEMO-TOTAL > ZERO
                       MOVE GL-ACCRUED-REBATES-ACCT TO GJ-ACCOUNT-NO
                       MOVE CREDIT-MEMO-TOTAL TO GJ-DEBIT-AMOUNT
                       MOVE ZERO TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE GL-RECEIVABLES-ACCT TO GJ-ACCOUNT-NO
                       MOVE ZERO TO GJ-DEBIT-AMOUNT
                       MOVE CREDIT-MEMO-TOTAL TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
                   CLOSE GLJRNL.
