      *    SALESREP -- THE REP FROM THE INDEXED CUSTOMER MASTER --
      *    WITH SUBTOTALS AT EACH BREAK AND NEGATIVE-MARGIN LINES
      *    FLAGGED; A FEW CONTRACT PRICES ARE SUSPECTED TO BE
      *    UNDER WATER AND THE FLAG IS HOW THEY SURFACE. A CLOSING
      *    SUMMARY SPLITS THE MONTH'S MARGIN BY HOW EACH LINE WAS
      *    PRICED -- CONTRACT, QUANTITY BREAK, MASTER, OVERRIDE.
      *
       ENVIRONMENT DIVISION.
      *
           05  SW-QUANTITY             PIC S9(5).
           05  SW-EXTENDED-PRICE       PIC S9(8)V99.
           05  SW-EXTENDED-COST        PIC S9(8)V99.
           05  SW-PRICE-SOURCE         PIC X.
      *
       FD  GMRRPT.
       01  GMR-PRINT-AREA          PIC X(110).
           05  TOTAL-REVENUE           PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-COST              PIC S9(9)V99 VALUE ZERO.
           05  SUBTOTAL-MARGIN         PIC S9(9)V99.
           05  SUBTOTAL-MARGIN-PERCENT PIC S9(3)V9.
      *
       01  SOURCE-TOTAL-TABLE.
           05  SOURCE-TOTAL-COUNT      PIC S9(3)   COMP  VALUE ZERO.
           05  SOURCE-TOTAL-ENTRY          OCCURS 10 TIMES
                                           INDEXED BY ST-INDEX.
               10  ST-PRICE-SOURCE         PIC X.
               10  ST-REVENUE              PIC S9(9)V99.
               10  ST-COST                 PIC S9(9)V99.
      *
       01  GMR-HEADING-LINE-1.
           05  FILLER                  PIC X(46) VALUE
           05  GSL-COST                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GSL-MARGIN              PIC ZZ,ZZZ,ZZ9.99-.
      *
       01  GMR-SOURCE-HEADING-LINE.
           05  FILLER                  PIC X(25) VALUE
               "MARGIN BY PRICE SOURCE".
      *
       01  GMR-SOURCE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GSR-SOURCE-LABEL        PIC X(21).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GSR-REVENUE             PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GSR-COST                PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GSR-MARGIN              PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GSR-MARGIN-PCT          PIC ZZ9.9-.
      *
       PROCEDURE DIVISION.
      *
           MOVE SUBTOTAL-MARGIN    TO GSL-MARGIN.
           MOVE GMR-SUBTOTAL-LINE TO GMR-PRINT-AREA.
           WRITE GMR-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE GMR-SOURCE-HEADING-LINE TO GMR-PRINT-AREA.
           WRITE GMR-PRINT-AREA AFTER ADVANCING 3 LINES.
           PERFORM 400-PRINT-SOURCE-TOTAL
               VARYING ST-INDEX FROM 1 BY 1
               UNTIL ST-INDEX > SOURCE-TOTAL-COUNT.
           CLOSE GMRRPT
                 CUSTMASI.
           DISPLAY "GMR1000 LINES REPORTED " LINES-REPORTED
           MOVE IS-QUANTITY        TO SW-QUANTITY.
           MOVE IS-EXTENDED-PRICE  TO SW-EXTENDED-PRICE.
           MOVE IS-EXTENDED-COST   TO SW-EXTENDED-COST.
           MOVE IS-PRICE-SOURCE    TO SW-PRICE-SOURCE.
           RELEASE SORT-WORK-AREA.
      *
       200-PRINT-MARGIN-LINES.
           ADD SW-EXTENDED-COST  TO SALESREP-COST.
           ADD SW-EXTENDED-PRICE TO TOTAL-REVENUE.
           ADD SW-EXTENDED-COST  TO TOTAL-COST.
           PERFORM 230-ACCUMULATE-SOURCE-TOTAL.
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
      *
       230-ACCUMULATE-SOURCE-TOTAL.
      *
           SET ST-INDEX TO 1.
           SEARCH SOURCE-TOTAL-ENTRY
               AT END
                   CONTINUE
               WHEN ST-INDEX > SOURCE-TOTAL-COUNT
                   ADD 1 TO SOURCE-TOTAL-COUNT
                   MOVE SW-PRICE-SOURCE   TO ST-PRICE-SOURCE (ST-INDEX)
                   MOVE SW-EXTENDED-PRICE TO ST-REVENUE (ST-INDEX)
                   MOVE SW-EXTENDED-COST  TO ST-COST (ST-INDEX)
               WHEN ST-PRICE-SOURCE (ST-INDEX) = SW-PRICE-SOURCE
                   ADD SW-EXTENDED-PRICE TO ST-REVENUE (ST-INDEX)
                   ADD SW-EXTENDED-COST  TO ST-COST (ST-INDEX)
           END-SEARCH.
      *
       310-PRINT-CUSTOMER-SUBTOTAL.
      *
           WRITE GMR-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ZERO TO SALESREP-REVENUE.
           MOVE ZERO TO SALESREP-COST.
      *
       400-PRINT-SOURCE-TOTAL.
      *
      *    ITEM-SALES RECORDS WRITTEN BEFORE THE PRICE SOURCE WAS
      *    CARRIED HAVE A BLANK SOURCE AND TOTAL AS NOT RECORDED.
      *
           EVALUATE ST-PRICE-SOURCE (ST-INDEX)
               WHEN "C"
                   MOVE "CONTRACT PRICE"        TO GSR-SOURCE-LABEL
               WHEN "Q"
                   MOVE "QUANTITY-BREAK PRICE"  TO GSR-SOURCE-LABEL
               WHEN "M"
                   MOVE "MASTER PRICE"          TO GSR-SOURCE-LABEL
               WHEN "O"
                   MOVE "OVERRIDE PRICE"        TO GSR-SOURCE-LABEL
               WHEN OTHER
                   MOVE "SOURCE NOT RECORDED"   TO GSR-SOURCE-LABEL
           END-EVALUATE.
           MOVE ST-REVENUE (ST-INDEX) TO GSR-REVENUE.
           MOVE ST-COST (ST-INDEX)    TO GSR-COST.
           COMPUTE SUBTOTAL-MARGIN =
               ST-REVENUE (ST-INDEX) - ST-COST (ST-INDEX).
           MOVE SUBTOTAL-MARGIN       TO GSR-MARGIN.
           IF ST-REVENUE (ST-INDEX) = ZERO
               MOVE ZERO TO SUBTOTAL-MARGIN-PERCENT
           ELSE
               COMPUTE SUBTOTAL-MARGIN-PERCENT ROUNDED =
                   (SUBTOTAL-MARGIN * 100) / ST-REVENUE (ST-INDEX).
           MOVE SUBTOTAL-MARGIN-PERCENT TO GSR-MARGIN-PCT.
           MOVE GMR-SOURCE-LINE TO GMR-PRINT-AREA.
           WRITE GMR-PRINT-AREA AFTER ADVANCING 1 LINES.
