      *    DETAIL THE BILLING RUN WRITES IS ROLLED UP BY STATE FOR
      *    THE KEYED REPORT MONTH -- TAXABLE SALES, TAX ACCRUED,
      *    AND INVOICE COUNT PER STATE WITH A GRAND TOTAL. THE
      *    CONTROLLER FILES RETURNS FROM THIS REPORT. SALES TO
      *    CUSTOMERS HOLDING AN EXEMPTION CERTIFICATE ARE REPORTED
      *    AS EXEMPT SALES, APART FROM THE TAXABLE SALES, AS THE
      *    STATE RETURNS REQUIRE.
      *
       ENVIRONMENT DIVISION.
      *
       01  GRAND-TOTAL-FIELDS.
           05  TOTAL-TAXABLE-AMOUNT    PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-TAX-AMOUNT        PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-EXEMPT-AMOUNT     PIC S9(9)V99 VALUE ZERO.
      *
       01  STATE-TOTAL-TABLE.
           05  STATE-ENTRY-COUNT       PIC S9(3)   COMP  VALUE ZERO.
               10  SE-INVOICE-COUNT        PIC S9(5).
               10  SE-TAXABLE-AMOUNT       PIC S9(9)V99.
               10  SE-TAX-AMOUNT           PIC S9(9)V99.
               10  SE-EXEMPT-AMOUNT        PIC S9(9)V99.
      *
       01  TAX-HEADING-LINE-1.
           05  FILLER                  PIC X(44) VALUE
           05  FILLER                  PIC X(7)  VALUE "STATE".
           05  FILLER                  PIC X(10) VALUE "INVOICES".
           05  FILLER                  PIC X(18) VALUE "TAXABLE SALES".
           05  FILLER                  PIC X(17) VALUE "TAX ACCRUED".
           05  FILLER                  PIC X(15) VALUE "EXEMPT SALES".
      *
       01  TAX-DETAIL-LINE.
           05  TDL-STATE-CODE          PIC X(2).
           05  TDL-TAXABLE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TDL-TAX-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TDL-EXEMPT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  TAX-TOTAL-LINE.
           05  FILLER                  PIC X(13)
           05  TTL-TAXABLE-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TTL-TAX-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TTL-EXEMPT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
               UNTIL STATE-INDEX > STATE-ENTRY-COUNT.
           MOVE TOTAL-TAXABLE-AMOUNT TO TTL-TAXABLE-AMOUNT.
           MOVE TOTAL-TAX-AMOUNT     TO TTL-TAX-AMOUNT.
           MOVE TOTAL-EXEMPT-AMOUNT  TO TTL-EXEMPT-AMOUNT.
           MOVE TAX-TOTAL-LINE TO TAX-PRINT-AREA.
           WRITE TAX-PRINT-AREA AFTER ADVANCING 2 LINES.
           CLOSE TAXRPT.
                       ADD 1 TO STATE-ENTRY-COUNT
                       MOVE TA-STATE-CODE TO
                           SE-STATE-CODE (STATE-INDEX)
                       MOVE ZERO TO SE-INVOICE-COUNT (STATE-INDEX)
                       MOVE ZERO TO SE-TAXABLE-AMOUNT (STATE-INDEX)
                       MOVE ZERO TO SE-TAX-AMOUNT (STATE-INDEX)
                       MOVE ZERO TO SE-EXEMPT-AMOUNT (STATE-INDEX)
                       PERFORM 210-ADD-ACCRUAL-AMOUNTS
                   ELSE
                       DISPLAY "TAX1000 STATE TABLE FULL FOR "
                           "STATE " TA-STATE-CODE
                   END-IF
               WHEN SE-STATE-CODE (STATE-INDEX) = TA-STATE-CODE
                   PERFORM 210-ADD-ACCRUAL-AMOUNTS
           END-SEARCH.
      *
       210-ADD-ACCRUAL-AMOUNTS.
      *
      *    ACCRUAL RECORDS WRITTEN BEFORE EXEMPT SALES WERE
      *    RECORDED CARRY A BLANK SWITCH AND ARE ALL TAXABLE.
      *
           ADD 1 TO SE-INVOICE-COUNT (STATE-INDEX).
           IF TA-EXEMPT-SALE
               ADD TA-TAXABLE-AMOUNT TO
                   SE-EXEMPT-AMOUNT (STATE-INDEX)
           ELSE
               ADD TA-TAXABLE-AMOUNT TO
                   SE-TAXABLE-AMOUNT (STATE-INDEX)
               ADD TA-TAX-AMOUNT TO
                   SE-TAX-AMOUNT (STATE-INDEX).
      *
       300-PRINT-STATE-TOTAL.
      *
           MOVE SE-TAXABLE-AMOUNT (STATE-INDEX) TO
               TDL-TAXABLE-AMOUNT.
           MOVE SE-TAX-AMOUNT (STATE-INDEX)     TO TDL-TAX-AMOUNT.
           MOVE SE-EXEMPT-AMOUNT (STATE-INDEX)  TO TDL-EXEMPT-AMOUNT.
           MOVE TAX-DETAIL-LINE TO TAX-PRINT-AREA.
           WRITE TAX-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD SE-TAXABLE-AMOUNT (STATE-INDEX)
               TO TOTAL-TAXABLE-AMOUNT.
           ADD SE-TAX-AMOUNT (STATE-INDEX) TO TOTAL-TAX-AMOUNT.
           ADD SE-EXEMPT-AMOUNT (STATE-INDEX) TO TOTAL-EXEMPT-AMOUNT.
