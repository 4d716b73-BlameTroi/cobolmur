       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. WOF1000.
      *
      *    RECEIVABLES WRITE-OFF RUN, IN TWO PARTS. FIRST, EVERY
      *    OPEN ITEM AT OR UNDER THE WRITE-OFF LIMIT ON THE
      *    RECEIVABLES CONTROL FILE IS CLEARED TO BAD-DEBT EXPENSE
      *    -- THE PENNIES SHORT PAYMENTS LEAVE BEHIND. SECOND, A
      *    SUPERVISOR MAY KEY A LIST OF ITEMS COLLECTIONS HAS
      *    GIVEN UP ON; THOSE ARE CLEARED AGAINST THE ALLOWANCE
      *    FOR DOUBTFUL ACCOUNTS AND THE CUSTOMER GOES ON THE
      *    BAD-DEBT HOLD FILE, WHICH THE NIGHTLY CREDIT-HOLD PASS
      *    HONORS. EVERY WRITE-OFF CLOSES THE ITEM THROUGH THE
      *    SAME NEW-COPY SHUFFLE AS CASH APPLICATION -- THE
      *    OPERATOR REPLACES AROPEN WITH AROPENN AFTER THE RUN --
      *    AND PRINTS ON THE WRITE-OFF REGISTER UNDER THE SIGNED-ON
      *    OPERATOR'S ID.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ARCTL    ASSIGN TO "c:\cobol\data\arctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ARCTL-FILE-STATUS.
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT ARNEW    ASSIGN TO "c:\cobol\data\aropenn.dat"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT BDHOLD   ASSIGN TO "c:\cobol\data\bdhold.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BDHOLD-FILE-STATUS.
           SELECT WOFRPT   ASSIGN TO "c:\cobol\data\wof1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ARCTL.
      *
       COPY "Arctl.cpy".
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  ARNEW.
      *
       01  NEW-AR-OPEN-ITEM-RECORD     PIC X(67).
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       FD  BDHOLD.
      *
       COPY "Bdhold.cpy".
      *
       FD  WOFRPT.
      *
       01  PRINT-AREA                  PIC X(100).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SELECTION-SWITCH     PIC X   VALUE "N".
               88  END-OF-SELECTION                VALUE "Y".
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  ITEM-SELECTED-SWITCH        PIC X   VALUE "N".
               88  ITEM-SELECTED                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ARCTL-FILE-STATUS       PIC XX.
               88  ARCTL-SUCCESSFUL            VALUE "00".
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
           05  BDHOLD-FILE-STATUS      PIC XX.
               88  BDHOLD-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-CUSTOMER-NO       PIC X(5).
           05  ENTRY-REFERENCE         PIC X(10).
      *
       01  COUNT-FIELDS.
           05  SMALL-BALANCE-COUNT     PIC S9(5)   COMP  VALUE ZERO.
           05  BAD-DEBT-COUNT          PIC S9(5)   COMP  VALUE ZERO.
      *
       01  WRITE-OFF-WORK-FIELDS.
           05  SMALL-BALANCE-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05  BAD-DEBT-TOTAL          PIC S9(9)V99 VALUE ZERO.
           05  WRITE-OFF-TYPE          PIC X(13).
      *
      *    GENERAL-LEDGER ACCOUNTS THE WRITE-OFFS POST TO. SMALL
      *    BALANCES ARE AN EXPENSE OF DOING BUSINESS; A BAD DEBT
      *    IS CHARGED TO THE ALLOWANCE THE MONTH-END ACCRUAL
      *    BUILDS.
      *
       01  GL-ACCOUNT-NUMBERS.
           05  GL-RECEIVABLES-ACCT     PIC 9(4)    VALUE 1200.
           05  GL-ALLOWANCE-ACCT       PIC 9(4)    VALUE 1210.
           05  GL-BAD-DEBT-EXPENSE-ACCT PIC 9(4)   VALUE 6100.
      *
       01  SELECTED-ITEM-TABLE.
           05  SELECTED-COUNT          PIC S9(3)   COMP  VALUE ZERO.
           05  SELECTED-ENTRY              OCCURS 100 TIMES
                                           INDEXED BY SEL-INDEX.
               10  SI-CUSTOMER-NO          PIC 9(5).
               10  SI-REFERENCE            PIC X(10).
               10  SI-FOUND-SWITCH         PIC X.
                   88  SI-FOUND                    VALUE "Y".
      *
       01  BAD-DEBT-CUSTOMER-TABLE.
           05  BAD-DEBT-CUSTOMER-COUNT PIC S9(3)   COMP  VALUE ZERO.
           05  BAD-DEBT-ENTRY              OCCURS 100 TIMES
                                           INDEXED BY BD-INDEX.
               10  BD-CUSTOMER-NO          PIC 9(5).
               10  BD-AMOUNT               PIC S9(7)V99.
      *
       COPY "Sgnreq.cpy".
      *
       COPY "Fpcreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  WOF-HEADING-LINE-1.
           05  FILLER                  PIC X(44)
               VALUE "WOF1000  RECEIVABLES WRITE-OFF REGISTER  AS".
           05  FILLER                  PIC X(4)  VALUE "OF ".
           05  WHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(12) VALUE "  OPERATOR ".
           05  WHL-OPERATOR-ID         PIC X(8).
      *
       01  WOF-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(12) VALUE "INVOICE".
           05  FILLER                  PIC X(12) VALUE "REFERENCE".
           05  FILLER                  PIC X(15) VALUE "WRITTEN OFF".
           05  FILLER                  PIC X(15) VALUE "TYPE".
           05  FILLER                  PIC X(8)  VALUE "OPERATOR".
      *
       01  WOF-DETAIL-LINE.
           05  WDL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  WDL-INVOICE-DATE        PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  WDL-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  WDL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  WDL-TYPE                PIC X(13).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  WDL-OPERATOR-ID         PIC X(8).
      *
       01  WOF-NOT-FOUND-LINE.
           05  WNF-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(17) VALUE SPACE.
           05  WNF-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(40)
               VALUE "NO OPEN ITEM ON FILE -- NOT WRITTEN OFF".
      *
       01  WOF-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  WTL-TYPE                PIC X(14).
           05  WTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)  VALUE " ITEMS".
           05  FILLER                  PIC X(7)  VALUE SPACE.
           05  WTL-AMOUNT              PIC ZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       000-RUN-RECEIVABLES-WRITE-OFF.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "WOF1000 RECEIVABLES WRITE-OFF RUN".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "WRITE-OFFS NEED OPERATOR AUTHORITY."
               STOP RUN.
           MOVE RUN-DATE TO FC-CHECK-DATE.
           CALL "FPC1000" USING PERIOD-CHECK-REQUEST.
           IF PERIOD-CHECK-CLOSED
               DISPLAY "THE CURRENT FISCAL PERIOD IS CLOSED -- "
                   "NOTHING MAY BE WRITTEN OFF."
               STOP RUN.
           PERFORM 050-LOAD-RECEIVABLES-CONTROLS.
           IF SUPERVISOR-AUTHORITY
               PERFORM 100-SELECT-BAD-DEBT-ITEMS
                   UNTIL END-OF-SELECTION
           ELSE
               DISPLAY "BAD-DEBT WRITE-OFFS NEED SUPERVISOR "
                   "AUTHORITY -- SMALL BALANCES ONLY.".
           IF AC-WRITE-OFF-LIMIT = ZERO AND SELECTED-COUNT = ZERO
               DISPLAY "WOF1000 NO WRITE-OFF LIMIT AND NO ITEMS "
                   "SELECTED -- NOTHING WRITTEN OFF."
               STOP RUN.
           OPEN OUTPUT WOFRPT.
           MOVE RUN-DATE       TO WHL-RUN-DATE.
           MOVE SO-OPERATOR-ID TO WHL-OPERATOR-ID.
           MOVE WOF-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE WOF-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 200-WRITE-OFF-OPEN-ITEMS.
           PERFORM 300-PRINT-UNMATCHED-SELECTION
               VARYING SEL-INDEX FROM 1 BY 1
               UNTIL SEL-INDEX > SELECTED-COUNT.
           PERFORM 350-PRINT-RUN-TOTALS.
           CLOSE WOFRPT.
           PERFORM 400-WRITE-JOURNAL-ENTRIES.
           IF BAD-DEBT-CUSTOMER-COUNT > ZERO
               PERFORM 450-WRITE-BAD-DEBT-HOLDS.
           DISPLAY "WOF1000 SMALL BALANCES WRITTEN OFF "
               SMALL-BALANCE-COUNT "  BAD DEBTS " BAD-DEBT-COUNT.
           DISPLAY "REPLACE AROPEN WITH AROPENN TO COMPLETE THE "
               "WRITE-OFF.".
           STOP RUN.
      *
       050-LOAD-RECEIVABLES-CONTROLS.
      *
           OPEN INPUT ARCTL.
           IF NOT ARCTL-SUCCESSFUL
               DISPLAY "WOF1000 NO RECEIVABLES CONTROL FILE -- "
                   "NO SMALL-BALANCE WRITE-OFF."
               MOVE ZERO TO AC-WRITE-OFF-LIMIT
           ELSE
               READ ARCTL
                   AT END
                       MOVE ZERO TO AC-WRITE-OFF-LIMIT
               END-READ
               IF AC-WRITE-OFF-LIMIT NOT NUMERIC
                   MOVE ZERO TO AC-WRITE-OFF-LIMIT
               END-IF
               CLOSE ARCTL.
      *
       100-SELECT-BAD-DEBT-ITEMS.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER CUSTOMER NUMBER OF A BAD-DEBT ITEM, OR "
               "99999 TO END.".
           ACCEPT ENTRY-CUSTOMER-NO.
           IF ENTRY-CUSTOMER-NO = "99999"
               MOVE "Y" TO END-OF-SELECTION-SWITCH
           ELSE
               IF ENTRY-CUSTOMER-NO NOT NUMERIC
                   DISPLAY "CUSTOMER NUMBER MUST BE 5 DIGITS."
               ELSE
                   DISPLAY "ENTER THE OPEN-ITEM REFERENCE."
                   ACCEPT ENTRY-REFERENCE
                   PERFORM 110-TABLE-SELECTED-ITEM.
      *
       110-TABLE-SELECTED-ITEM.
      *
           SET SEL-INDEX TO 1.
           SEARCH SELECTED-ENTRY
               AT END
                   DISPLAY "SELECTION LIST FULL -- RUN THE REST "
                       "NEXT TIME."
               WHEN SEL-INDEX > SELECTED-COUNT
                   IF SELECTED-COUNT < 100
                       ADD 1 TO SELECTED-COUNT
                       MOVE ENTRY-CUSTOMER-NO TO
                           SI-CUSTOMER-NO (SEL-INDEX)
                       MOVE ENTRY-REFERENCE TO
                           SI-REFERENCE (SEL-INDEX)
                       MOVE "N" TO SI-FOUND-SWITCH (SEL-INDEX)
                   ELSE
                       DISPLAY "SELECTION LIST FULL -- RUN THE REST "
                           "NEXT TIME."
                   END-IF
               WHEN SI-CUSTOMER-NO (SEL-INDEX) = ENTRY-CUSTOMER-NO
                 AND SI-REFERENCE (SEL-INDEX) = ENTRY-REFERENCE
                   DISPLAY "ITEM ALREADY SELECTED."
           END-SEARCH.
      *
       200-WRITE-OFF-OPEN-ITEMS.
      *
           OPEN INPUT AROPEN.
           IF NOT AROPEN-SUCCESSFUL
               DISPLAY "NO OPEN-ITEM FILE ON FILE."
               MOVE "Y" TO AROPEN-EOF-SWITCH
           ELSE
               OPEN OUTPUT ARNEW
               PERFORM 210-WRITE-OFF-NEXT-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN
                     ARNEW.
      *
       210-WRITE-OFF-NEXT-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN AND AO-OPEN-AMOUNT > ZERO
                       PERFORM 220-JUDGE-OPEN-ITEM
                   END-IF
                   WRITE NEW-AR-OPEN-ITEM-RECORD
                       FROM AR-OPEN-ITEM-RECORD
           END-READ.
      *
       220-JUDGE-OPEN-ITEM.
      *
      *    A SELECTED ITEM IS A BAD DEBT EVEN WHEN IT IS SMALL --
      *    THE CUSTOMER STILL BELONGS ON HOLD.
      *
           MOVE "N" TO ITEM-SELECTED-SWITCH.
           SET SEL-INDEX TO 1.
           SEARCH SELECTED-ENTRY
               AT END
                   CONTINUE
               WHEN SEL-INDEX > SELECTED-COUNT
                   CONTINUE
               WHEN SI-CUSTOMER-NO (SEL-INDEX) = AO-CUSTOMER-NO
                 AND SI-REFERENCE (SEL-INDEX) = AO-REFERENCE
                   MOVE "Y" TO ITEM-SELECTED-SWITCH
                   SET SI-FOUND (SEL-INDEX) TO TRUE
           END-SEARCH.
           EVALUATE TRUE
               WHEN ITEM-SELECTED
                   MOVE "BAD DEBT" TO WRITE-OFF-TYPE
                   ADD 1 TO BAD-DEBT-COUNT
                   ADD AO-OPEN-AMOUNT TO BAD-DEBT-TOTAL
                   PERFORM 240-TABLE-BAD-DEBT-CUSTOMER
                   PERFORM 230-CLOSE-WRITTEN-OFF-ITEM
               WHEN AC-WRITE-OFF-LIMIT > ZERO
                 AND AO-OPEN-AMOUNT NOT > AC-WRITE-OFF-LIMIT
                   MOVE "SMALL BALANCE" TO WRITE-OFF-TYPE
                   ADD 1 TO SMALL-BALANCE-COUNT
                   ADD AO-OPEN-AMOUNT TO SMALL-BALANCE-TOTAL
                   PERFORM 230-CLOSE-WRITTEN-OFF-ITEM
           END-EVALUATE.
      *
       230-CLOSE-WRITTEN-OFF-ITEM.
      *
           MOVE AO-CUSTOMER-NO  TO WDL-CUSTOMER-NO.
           MOVE AO-INVOICE-DATE TO WDL-INVOICE-DATE.
           MOVE AO-REFERENCE    TO WDL-REFERENCE.
           MOVE AO-OPEN-AMOUNT  TO WDL-AMOUNT.
           MOVE WRITE-OFF-TYPE  TO WDL-TYPE.
           MOVE SO-OPERATOR-ID  TO WDL-OPERATOR-ID.
           MOVE WOF-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ZERO TO AO-OPEN-AMOUNT.
           SET AR-ITEM-CLOSED TO TRUE.
      *
       240-TABLE-BAD-DEBT-CUSTOMER.
      *
           SET BD-INDEX TO 1.
           SEARCH BAD-DEBT-ENTRY
               AT END
                   CONTINUE
               WHEN BD-INDEX > BAD-DEBT-CUSTOMER-COUNT
                   IF BAD-DEBT-CUSTOMER-COUNT < 100
                       ADD 1 TO BAD-DEBT-CUSTOMER-COUNT
                       MOVE AO-CUSTOMER-NO TO BD-CUSTOMER-NO (BD-INDEX)
                       MOVE AO-OPEN-AMOUNT TO BD-AMOUNT (BD-INDEX)
                   END-IF
               WHEN BD-CUSTOMER-NO (BD-INDEX) = AO-CUSTOMER-NO
                   ADD AO-OPEN-AMOUNT TO BD-AMOUNT (BD-INDEX)
           END-SEARCH.
      *
       300-PRINT-UNMATCHED-SELECTION.
      *
           IF NOT SI-FOUND (SEL-INDEX)
               MOVE SI-CUSTOMER-NO (SEL-INDEX) TO WNF-CUSTOMER-NO
               MOVE SI-REFERENCE (SEL-INDEX)   TO WNF-REFERENCE
               MOVE WOF-NOT-FOUND-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       350-PRINT-RUN-TOTALS.
      *
           MOVE "SMALL BALANCE"     TO WTL-TYPE.
           MOVE SMALL-BALANCE-COUNT TO WTL-COUNT.
           MOVE SMALL-BALANCE-TOTAL TO WTL-AMOUNT.
           MOVE WOF-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "BAD DEBT"          TO WTL-TYPE.
           MOVE BAD-DEBT-COUNT      TO WTL-COUNT.
           MOVE BAD-DEBT-TOTAL      TO WTL-AMOUNT.
           MOVE WOF-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       400-WRITE-JOURNAL-ENTRIES.
      *
      *    ONE BALANCED PAIR PER KIND OF WRITE-OFF: THE EXPENSE OR
      *    THE ALLOWANCE DEBITED, RECEIVABLES CREDITED.
      *
           IF SMALL-BALANCE-TOTAL = ZERO AND BAD-DEBT-TOTAL = ZERO
               CONTINUE
           ELSE
               OPEN EXTEND GLJRNL
               IF NOT GLJRNL-SUCCESSFUL
                   OPEN OUTPUT GLJRNL
               END-IF
               IF NOT GLJRNL-SUCCESSFUL
                   DISPLAY "WOF1000 JOURNAL NOT WRITTEN -- STATUS "
                       GLJRNL-FILE-STATUS
               ELSE
                   MOVE RUN-DATE  TO GJ-ENTRY-DATE
                   MOVE "WOF1000" TO GJ-SOURCE-PROGRAM
                   MOVE SPACE     TO GJ-ENTERED-BY
                   SET JOURNAL-LINE-UNPOSTED TO TRUE
                   IF SMALL-BALANCE-TOTAL > ZERO
                       MOVE GL-BAD-DEBT-EXPENSE-ACCT TO GJ-ACCOUNT-NO
                       MOVE SMALL-BALANCE-TOTAL TO GJ-DEBIT-AMOUNT
                       MOVE ZERO TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE GL-RECEIVABLES-ACCT TO GJ-ACCOUNT-NO
                       MOVE ZERO TO GJ-DEBIT-AMOUNT
                       MOVE SMALL-BALANCE-TOTAL TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
                   IF BAD-DEBT-TOTAL > ZERO
                       MOVE GL-ALLOWANCE-ACCT TO GJ-ACCOUNT-NO
                       MOVE BAD-DEBT-TOTAL TO GJ-DEBIT-AMOUNT
                       MOVE ZERO TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                       MOVE GL-RECEIVABLES-ACCT TO GJ-ACCOUNT-NO
                       MOVE ZERO TO GJ-DEBIT-AMOUNT
                       MOVE BAD-DEBT-TOTAL TO GJ-CREDIT-AMOUNT
                       WRITE JOURNAL-ENTRY-RECORD
                   END-IF
                   CLOSE GLJRNL.
      *
       450-WRITE-BAD-DEBT-HOLDS.
      *
           OPEN EXTEND BDHOLD.
           IF NOT BDHOLD-SUCCESSFUL
               OPEN OUTPUT BDHOLD.
           IF NOT BDHOLD-SUCCESSFUL
               DISPLAY "WOF1000 BAD-DEBT HOLDS NOT WRITTEN -- STATUS "
                   BDHOLD-FILE-STATUS
           ELSE
               PERFORM 460-WRITE-ONE-BAD-DEBT-HOLD
                   VARYING BD-INDEX FROM 1 BY 1
                   UNTIL BD-INDEX > BAD-DEBT-CUSTOMER-COUNT
               CLOSE BDHOLD.
      *
       460-WRITE-ONE-BAD-DEBT-HOLD.
      *
           MOVE BD-CUSTOMER-NO (BD-INDEX) TO BH-CUSTOMER-NO.
           MOVE RUN-DATE                  TO BH-WRITE-OFF-DATE.
           MOVE SO-OPERATOR-ID            TO BH-OPERATOR-ID.
           MOVE BD-AMOUNT (BD-INDEX)      TO BH-AMOUNT-WRITTEN-OFF.
           WRITE BAD-DEBT-HOLD-RECORD.
