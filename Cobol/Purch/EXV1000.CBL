       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. EXV1000.
      *
      *    EXPENSE-VOUCHER ENTRY. RENT, UTILITIES, FREIGHT BILLS,
      *    AND SERVICE INVOICES HAVE NO RECEIPT TO MATCH, SO THEY
      *    ARE VOUCHERED HERE INSTEAD OF THROUGH AP1000. THE CLERK
      *    KEYS THE VENDOR, INVOICE, AND TOTAL, THEN SPREADS THE
      *    TOTAL ACROSS ONE OR MORE GL ACCOUNTS; EVERY ACCOUNT MUST
      *    BE ON THE CHART AND THE DISTRIBUTION MUST EQUAL THE
      *    TOTAL TO THE PENNY. THE VOUCHER GOES TO APVCHR APPROVED,
      *    DUE BY THE VENDOR'S TERMS, FOR PAY1000 AND CRQ1000 TO
      *    HANDLE LIKE ANY OTHER; EACH DISTRIBUTION LINE IS DEBITED
      *    ON GLJRNL AGAINST A PAYABLES CREDIT FOR THE TOTAL. A
      *    VOUCHER BILLED THE SAME EVERY MONTH CAN BE SAVED AS A
      *    RECURRING TEMPLATE FOR EXV2000 TO WRITE MONTH BY MONTH.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT GLCHART  ASSIGN TO "c:\cobol\data\glchart.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS GA-ACCOUNT-NO
                           FILE STATUS IS GLCHART-FILE-STATUS.
           SELECT RECVCHR  ASSIGN TO "c:\cobol\data\recvchr.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RV-TEMPLATE-ID
                           FILE STATUS IS RECVCHR-FILE-STATUS.
           SELECT APVCHR   ASSIGN TO "c:\cobol\data\apvchr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APVCHR-FILE-STATUS.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       FD  GLCHART.
      *
       COPY "Glchart.cpy".
      *
       FD  RECVCHR.
      *
       COPY "Recvchr.cpy".
      *
       FD  APVCHR.
      *
       COPY "Apvchr.cpy".
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  END-OF-DISTRIBUTION-SWITCH  PIC X   VALUE "N".
               88  END-OF-DISTRIBUTION             VALUE "Y".
           05  VALID-HEADER-SWITCH         PIC X   VALUE "N".
               88  VALID-HEADER                    VALUE "Y".
           05  APVCHR-EOF-SWITCH           PIC X   VALUE "N".
               88  APVCHR-EOF                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  RECVCHR-FILE-STATUS     PIC XX.
               88  RECVCHR-SUCCESSFUL          VALUE "00".
               88  RECVCHR-NOT-FOUND           VALUE "35".
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-FUNCTION          PIC X.
           05  ENTRY-VENDOR-NO         PIC X(5).
           05  ENTRY-INVOICE-NO        PIC X(8).
           05  ENTRY-INVOICE-DATE      PIC 9(8).
           05  ENTRY-INVOICE-TOTAL     PIC 9(7)V99.
           05  ENTRY-ACCOUNT-NO        PIC 9(4).
           05  ENTRY-DIST-AMOUNT       PIC 9(7)V99.
           05  ENTRY-CONFIRM           PIC X.
           05  ENTRY-TEMPLATE-ID       PIC X(4).
           05  ENTRY-DESCRIPTION       PIC X(30).
           05  ENTRY-DAY-OF-MONTH      PIC 9(2).
      *
       01  VOUCHER-WORK-FIELDS.
           05  NEXT-VOUCHER-NO         PIC 9(6)    VALUE ZERO.
           05  VOUCHER-AMOUNT          PIC S9(7)V99.
           05  DISTRIBUTED-TOTAL       PIC S9(7)V99.
           05  UNDISTRIBUTED-AMOUNT    PIC S9(7)V99.
           05  VOUCHERS-WRITTEN        PIC S9(5)   COMP  VALUE ZERO.
      *
      *    THE DISTRIBUTION BEING KEYED FOR THE CURRENT VOUCHER.
      *
       01  DISTRIBUTION-TABLE.
           05  DIST-COUNT              PIC S9(3)   COMP  VALUE ZERO.
           05  DIST-LINE                   OCCURS 10 TIMES.
               10  DL-ACCOUNT-NO       PIC 9(4).
               10  DL-AMOUNT           PIC S9(7)V99.
      *
       01  DIST-SUB                    PIC S9(3)   COMP.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05  DISPLAY-LINE-NO         PIC Z9.
           05  DISPLAY-VOUCHER-COUNT   PIC ZZ,ZZ9.
      *
       COPY "Dtereq.cpy".
      *
       COPY "Fpcreq.cpy".
      *
       COPY "Sgnreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
      *    THE PAYABLES ACCOUNT EVERY EXPENSE VOUCHER CREDITS --
      *    THE SAME ONE THE AP1000 VOUCHER SUMMARY USES.
      *
       01  GL-ACCOUNT-NUMBERS.
           05  GL-PAYABLES-ACCT        PIC 9(4)    VALUE 2000.
      *
       PROCEDURE DIVISION.
      *
       000-ENTER-EXPENSE-VOUCHERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "EXV1000 EXPENSE-VOUCHER ENTRY".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "EXPENSE VOUCHERS NEED OPERATOR AUTHORITY."
               STOP RUN.
           MOVE RUN-DATE TO FC-CHECK-DATE.
           CALL "FPC1000" USING PERIOD-CHECK-REQUEST.
           IF PERIOD-CHECK-CLOSED
               DISPLAY "THE CURRENT FISCAL PERIOD IS CLOSED -- "
                   "NO VOUCHER MAY BE JOURNALED."
               STOP RUN.
           OPEN INPUT VENDMAST.
           IF NOT VENDMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENDMAST -- STATUS "
                   VENDMAST-FILE-STATUS
               STOP RUN.
           OPEN INPUT GLCHART.
           IF NOT GLCHART-SUCCESSFUL
               DISPLAY "OPEN ERROR ON GLCHART -- STATUS "
                   GLCHART-FILE-STATUS
               CLOSE VENDMAST
               STOP RUN.
           OPEN I-O RECVCHR.
           IF RECVCHR-NOT-FOUND
               OPEN OUTPUT RECVCHR
               CLOSE RECVCHR
               OPEN I-O RECVCHR.
           PERFORM 050-FIND-LAST-VOUCHER-NO.
           PERFORM 100-PROCESS-ONE-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE VENDMAST
                 GLCHART
                 RECVCHR.
           MOVE VOUCHERS-WRITTEN TO DISPLAY-VOUCHER-COUNT.
           DISPLAY "EXV1000 SESSION ENDED -- " DISPLAY-VOUCHER-COUNT
               " EXPENSE VOUCHERS WRITTEN.".
           STOP RUN.
      *
       050-FIND-LAST-VOUCHER-NO.
      *
           OPEN INPUT APVCHR.
           IF APVCHR-SUCCESSFUL
               PERFORM 060-READ-NEXT-OLD-VOUCHER
                   UNTIL APVCHR-EOF
               CLOSE APVCHR.
      *
       060-READ-NEXT-OLD-VOUCHER.
      *
           READ APVCHR
               AT END
                   MOVE "Y" TO APVCHR-EOF-SWITCH
               NOT AT END
                   IF VO-VOUCHER-NO > NEXT-VOUCHER-NO
                       MOVE VO-VOUCHER-NO TO NEXT-VOUCHER-NO
                   END-IF
           END-READ.
      *
       100-PROCESS-ONE-FUNCTION.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER E TO ENTER A VOUCHER, S TO STOP A "
               "RECURRING TEMPLATE, OR X TO END.".
           ACCEPT ENTRY-FUNCTION.
           EVALUATE ENTRY-FUNCTION
               WHEN "X"
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               WHEN "E"
                   PERFORM 200-ENTER-ONE-VOUCHER
               WHEN "S"
                   PERFORM 600-STOP-RECURRING-TEMPLATE
               WHEN OTHER
                   DISPLAY "ENTER E, S, OR X."
           END-EVALUATE.
      *
       200-ENTER-ONE-VOUCHER.
      *
           PERFORM 210-ACCEPT-VOUCHER-HEADER.
           IF VALID-HEADER
               MOVE ZERO TO DIST-COUNT
               MOVE ZERO TO DISTRIBUTED-TOTAL
               MOVE "N"  TO END-OF-DISTRIBUTION-SWITCH
               PERFORM 220-ENTER-DISTRIBUTION-LINE
                   UNTIL END-OF-DISTRIBUTION
               IF DISTRIBUTED-TOTAL NOT = VOUCHER-AMOUNT
                   MOVE DISTRIBUTED-TOTAL TO DISPLAY-AMOUNT
                   DISPLAY "DISTRIBUTION OF " DISPLAY-AMOUNT
                       " DOES NOT EQUAL THE INVOICE TOTAL -- "
                       "NOTHING WRITTEN."
               ELSE
                   MOVE VOUCHER-AMOUNT TO DISPLAY-AMOUNT
                   DISPLAY "WRITE APPROVED VOUCHER FOR "
                       DISPLAY-AMOUNT "? (Y/N)"
                   ACCEPT ENTRY-CONFIRM
                   IF ENTRY-CONFIRM = "Y"
                       PERFORM 300-WRITE-EXPENSE-VOUCHER
                       PERFORM 500-OFFER-RECURRING-TEMPLATE
                   ELSE
                       DISPLAY "VOUCHER ABANDONED -- NOTHING "
                           "WRITTEN.".
      *
       210-ACCEPT-VOUCHER-HEADER.
      *
           MOVE "N" TO VALID-HEADER-SWITCH.
           DISPLAY "ENTER VENDOR NUMBER.".
           ACCEPT ENTRY-VENDOR-NO.
           MOVE ENTRY-VENDOR-NO TO VM-VENDOR-NO.
           READ VENDMAST
               INVALID KEY
                   DISPLAY "VENDOR " ENTRY-VENDOR-NO " NOT ON FILE."
               NOT INVALID KEY
                   DISPLAY "VENDOR: " VM-VENDOR-NAME
                   MOVE "Y" TO VALID-HEADER-SWITCH
           END-READ.
           IF VALID-HEADER
               DISPLAY "ENTER INVOICE NUMBER."
               MOVE SPACE TO ENTRY-INVOICE-NO
               ACCEPT ENTRY-INVOICE-NO
               DISPLAY "ENTER INVOICE DATE (YYYYMMDD)."
               ACCEPT ENTRY-INVOICE-DATE
               DISPLAY "ENTER INVOICE TOTAL (NNNNNNN.NN)."
               ACCEPT ENTRY-INVOICE-TOTAL
               EVALUATE TRUE
                   WHEN ENTRY-INVOICE-NO = SPACE
                       DISPLAY "INVOICE NUMBER IS REQUIRED."
                       MOVE "N" TO VALID-HEADER-SWITCH
                   WHEN ENTRY-INVOICE-DATE NOT NUMERIC
                     OR ENTRY-INVOICE-DATE = ZERO
                     OR ENTRY-INVOICE-DATE > RUN-DATE
                       DISPLAY "INVOICE DATE MUST BE YYYYMMDD AND NOT "
                           "LATER THAN TODAY."
                       MOVE "N" TO VALID-HEADER-SWITCH
                   WHEN ENTRY-INVOICE-TOTAL = ZERO
                       DISPLAY "INVOICE TOTAL MUST BE GREATER THAN "
                           "ZERO."
                       MOVE "N" TO VALID-HEADER-SWITCH
               END-EVALUATE.
           IF VALID-HEADER
               MOVE ENTRY-INVOICE-TOTAL TO VOUCHER-AMOUNT.
      *
       220-ENTER-DISTRIBUTION-LINE.
      *
           COMPUTE UNDISTRIBUTED-AMOUNT =
               VOUCHER-AMOUNT - DISTRIBUTED-TOTAL.
           MOVE UNDISTRIBUTED-AMOUNT TO DISPLAY-AMOUNT.
           IF DIST-COUNT = 10
               DISPLAY "DISTRIBUTION IS FULL AT 10 ACCOUNTS."
               MOVE "Y" TO END-OF-DISTRIBUTION-SWITCH
           ELSE
               COMPUTE DISPLAY-LINE-NO = DIST-COUNT + 1
               DISPLAY "LINE " DISPLAY-LINE-NO ": " DISPLAY-AMOUNT
                   " LEFT TO DISTRIBUTE."
               DISPLAY "ENTER GL ACCOUNT, OR 0 TO FINISH."
               ACCEPT ENTRY-ACCOUNT-NO
               IF ENTRY-ACCOUNT-NO = ZERO
                   MOVE "Y" TO END-OF-DISTRIBUTION-SWITCH
               ELSE
                   PERFORM 230-ACCEPT-DISTRIBUTION-AMOUNT.
      *
       230-ACCEPT-DISTRIBUTION-AMOUNT.
      *
           MOVE ENTRY-ACCOUNT-NO TO GA-ACCOUNT-NO.
           READ GLCHART
               INVALID KEY
                   DISPLAY "ACCOUNT " ENTRY-ACCOUNT-NO
                       " IS NOT ON THE CHART -- LINE REFUSED."
               NOT INVALID KEY
                   DISPLAY GA-ACCOUNT-NAME
                   DISPLAY "ENTER AMOUNT (NNNNNNN.NN)."
                   ACCEPT ENTRY-DIST-AMOUNT
                   IF ENTRY-DIST-AMOUNT = ZERO
                       DISPLAY "AMOUNT MUST BE GREATER THAN ZERO -- "
                           "LINE REFUSED."
                   ELSE
                       IF ENTRY-DIST-AMOUNT > UNDISTRIBUTED-AMOUNT
                           DISPLAY "AMOUNT IS MORE THAN IS LEFT TO "
                               "DISTRIBUTE -- LINE REFUSED."
                       ELSE
                           ADD 1 TO DIST-COUNT
                           MOVE ENTRY-ACCOUNT-NO
                               TO DL-ACCOUNT-NO (DIST-COUNT)
                           MOVE ENTRY-DIST-AMOUNT
                               TO DL-AMOUNT (DIST-COUNT)
                           ADD ENTRY-DIST-AMOUNT TO DISTRIBUTED-TOTAL
                       END-IF
                   END-IF
           END-READ.
      *
       300-WRITE-EXPENSE-VOUCHER.
      *
           OPEN EXTEND APVCHR.
           IF NOT APVCHR-SUCCESSFUL
               OPEN OUTPUT APVCHR.
           IF NOT APVCHR-SUCCESSFUL
               DISPLAY "OPEN ERROR ON APVCHR -- STATUS "
                   APVCHR-FILE-STATUS
           ELSE
               ADD 1 TO NEXT-VOUCHER-NO
               MOVE NEXT-VOUCHER-NO     TO VO-VOUCHER-NO
               MOVE ENTRY-VENDOR-NO     TO VO-VENDOR-NO
               MOVE ENTRY-INVOICE-NO    TO VO-INVOICE-NO
               MOVE ENTRY-INVOICE-DATE  TO VO-INVOICE-DATE
               MOVE SPACE               TO VO-ITEM-NO
               MOVE ZERO                TO VO-INVOICE-QUANTITY
               MOVE ZERO                TO VO-UNIT-COST
               MOVE VOUCHER-AMOUNT      TO VO-VOUCHER-AMOUNT
               PERFORM 310-STAMP-VOUCHER-TERMS
               MOVE ZERO                TO VO-CHECK-NO
               SET VOUCHER-APPROVED TO TRUE
               WRITE VOUCHER-RECORD
               CLOSE APVCHR
               ADD 1 TO VOUCHERS-WRITTEN
               PERFORM 400-WRITE-DISTRIBUTION-JOURNAL
               DISPLAY "VOUCHER " NEXT-VOUCHER-NO " WRITTEN.".
      *
       310-STAMP-VOUCHER-TERMS.
      *
      *    THE SAME TERMS STAMPING AS AP1000: DUE AND DISCOUNT
      *    DATES IN BUSINESS DAYS FROM THE INVOICE DATE BY THE
      *    VENDOR'S TERMS, OR DUE AT THE INVOICE DATE WITH NONE.
      *    THE VENDOR RECORD IS STILL IN THE BUFFER FROM THE
      *    HEADER CHECK.
      *
           MOVE ENTRY-INVOICE-DATE TO VO-DUE-DATE.
           MOVE ZERO               TO VO-DISCOUNT-DATE.
           MOVE ZERO               TO VO-DISCOUNT-AMOUNT.
           IF VM-NET-DAYS > ZERO
               SET BUSINESS-DAYS-FORWARD TO TRUE
               MOVE ENTRY-INVOICE-DATE TO DC-DATE-1
               MOVE VM-NET-DAYS TO DC-DAY-COUNT
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-DATE-1 TO VO-DUE-DATE
               END-IF
           END-IF.
           IF VM-DISCOUNT-DAYS > ZERO
               AND VM-DISCOUNT-PCT > ZERO
               SET BUSINESS-DAYS-FORWARD TO TRUE
               MOVE ENTRY-INVOICE-DATE TO DC-DATE-1
               MOVE VM-DISCOUNT-DAYS TO DC-DAY-COUNT
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-DATE-1 TO VO-DISCOUNT-DATE
                   COMPUTE VO-DISCOUNT-AMOUNT ROUNDED =
                       (VOUCHER-AMOUNT * VM-DISCOUNT-PCT)
                       / 100
               END-IF
           END-IF.
      *
       400-WRITE-DISTRIBUTION-JOURNAL.
      *
      *    ONE DEBIT PER DISTRIBUTION LINE AND ONE PAYABLES CREDIT
      *    FOR THE TOTAL -- BALANCED BECAUSE THE DISTRIBUTION WAS
      *    PROVED AGAINST THE TOTAL BEFORE THE VOUCHER WAS WRITTEN.
      *
           OPEN EXTEND GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               OPEN OUTPUT GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               DISPLAY "EXV1000 JOURNAL NOT WRITTEN -- STATUS "
                   GLJRNL-FILE-STATUS
           ELSE
               MOVE RUN-DATE  TO GJ-ENTRY-DATE
               MOVE "EXV1000" TO GJ-SOURCE-PROGRAM
               MOVE SPACE     TO GJ-ENTERED-BY
               SET JOURNAL-LINE-UNPOSTED TO TRUE
               PERFORM 410-WRITE-DISTRIBUTION-DEBIT
                   VARYING DIST-SUB FROM 1 BY 1
                   UNTIL DIST-SUB > DIST-COUNT
               MOVE GL-PAYABLES-ACCT TO GJ-ACCOUNT-NO
               MOVE ZERO             TO GJ-DEBIT-AMOUNT
               MOVE VOUCHER-AMOUNT   TO GJ-CREDIT-AMOUNT
               WRITE JOURNAL-ENTRY-RECORD
               CLOSE GLJRNL.
      *
       410-WRITE-DISTRIBUTION-DEBIT.
      *
           MOVE DL-ACCOUNT-NO (DIST-SUB) TO GJ-ACCOUNT-NO.
           MOVE DL-AMOUNT (DIST-SUB)     TO GJ-DEBIT-AMOUNT.
           MOVE ZERO                     TO GJ-CREDIT-AMOUNT.
           WRITE JOURNAL-ENTRY-RECORD.
      *
       500-OFFER-RECURRING-TEMPLATE.
      *
           DISPLAY "SAVE AS A MONTHLY RECURRING VOUCHER? (Y/N)".
           ACCEPT ENTRY-CONFIRM.
           IF ENTRY-CONFIRM = "Y"
               DISPLAY "ENTER TEMPLATE ID (4 CHARACTERS)."
               MOVE SPACE TO ENTRY-TEMPLATE-ID
               ACCEPT ENTRY-TEMPLATE-ID
               DISPLAY "ENTER DESCRIPTION."
               MOVE SPACE TO ENTRY-DESCRIPTION
               ACCEPT ENTRY-DESCRIPTION
               DISPLAY "ENTER DAY OF MONTH TO DATE IT (01-28)."
               ACCEPT ENTRY-DAY-OF-MONTH
               IF ENTRY-TEMPLATE-ID = SPACE
                 OR ENTRY-DAY-OF-MONTH = ZERO
                 OR ENTRY-DAY-OF-MONTH > 28
                   DISPLAY "TEMPLATE ID AND A DAY FROM 01 TO 28 ARE "
                       "REQUIRED -- TEMPLATE NOT SAVED."
               ELSE
                   PERFORM 510-WRITE-RECURRING-TEMPLATE.
      *
       510-WRITE-RECURRING-TEMPLATE.
      *
      *    THE MONTH JUST VOUCHERED IS STAMPED AS ALREADY DONE, SO
      *    EXV2000 STARTS WITH NEXT MONTH'S BILL.
      *
           MOVE ENTRY-TEMPLATE-ID        TO RV-TEMPLATE-ID.
           MOVE ENTRY-VENDOR-NO          TO RV-VENDOR-NO.
           MOVE ENTRY-DESCRIPTION        TO RV-DESCRIPTION.
           MOVE ENTRY-DAY-OF-MONTH       TO RV-DAY-OF-MONTH.
           MOVE VOUCHER-AMOUNT           TO RV-VOUCHER-AMOUNT.
           MOVE ENTRY-INVOICE-DATE (1:6) TO RV-LAST-MONTH.
           SET TEMPLATE-ACTIVE TO TRUE.
           MOVE DIST-COUNT               TO RV-DIST-COUNT.
           PERFORM 520-MOVE-TEMPLATE-LINE
               VARYING DIST-SUB FROM 1 BY 1
               UNTIL DIST-SUB > 10.
           WRITE RECURRING-VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "TEMPLATE " ENTRY-TEMPLATE-ID
                       " IS ALREADY ON FILE -- NOT SAVED."
               NOT INVALID KEY
                   DISPLAY "RECURRING TEMPLATE " ENTRY-TEMPLATE-ID
                       " SAVED."
           END-WRITE.
      *
       520-MOVE-TEMPLATE-LINE.
      *
           IF DIST-SUB > DIST-COUNT
               MOVE ZERO TO RV-ACCOUNT-NO (DIST-SUB)
               MOVE ZERO TO RV-DIST-AMOUNT (DIST-SUB)
           ELSE
               MOVE DL-ACCOUNT-NO (DIST-SUB)
                   TO RV-ACCOUNT-NO (DIST-SUB)
               MOVE DL-AMOUNT (DIST-SUB)
                   TO RV-DIST-AMOUNT (DIST-SUB).
      *
       600-STOP-RECURRING-TEMPLATE.
      *
           DISPLAY "ENTER TEMPLATE ID TO STOP.".
           MOVE SPACE TO ENTRY-TEMPLATE-ID.
           ACCEPT ENTRY-TEMPLATE-ID.
           MOVE ENTRY-TEMPLATE-ID TO RV-TEMPLATE-ID.
           READ RECVCHR
               INVALID KEY
                   DISPLAY "TEMPLATE " ENTRY-TEMPLATE-ID
                       " NOT ON FILE."
               NOT INVALID KEY
                   MOVE RV-VOUCHER-AMOUNT TO DISPLAY-AMOUNT
                   DISPLAY RV-DESCRIPTION "  VENDOR " RV-VENDOR-NO
                       "  " DISPLAY-AMOUNT
                   DISPLAY "STOP THIS RECURRING VOUCHER? (Y/N)"
                   ACCEPT ENTRY-CONFIRM
                   IF ENTRY-CONFIRM = "Y"
                       SET TEMPLATE-STOPPED TO TRUE
                       REWRITE RECURRING-VOUCHER-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON RECVCHR."
                           NOT INVALID KEY
                               DISPLAY "TEMPLATE STOPPED."
                       END-REWRITE
                   END-IF
           END-READ.
