      *    LINE IN THE SAME FOUR BUCKETS THE AGING REPORT USES.
      *    THE OPEN-ITEM FILE CARRIES NO PAYMENT DATES, SO CASH
      *    APPLIED SHOWS AS PAID-TO-DATE ON EACH ITEM RATHER THAN
      *    AS DATED PAYMENT LINES. CASH HELD ON ACCOUNT ("OA"
      *    ITEMS) AND CREDIT MEMOS PRINT AS CREDITS AGAINST THE
      *    BALANCE, AND THE CASH ON ACCOUNT IS TOTALLED BELOW IT.
      *
       ENVIRONMENT DIVISION.
      *
           05  ELAPSED-DAYS            PIC S9(5).
           05  PAID-TO-DATE-AMOUNT     PIC S9(7)V99.
           05  CUSTOMER-OPEN-TOTAL     PIC S9(9)V99 VALUE ZERO.
           05  CUSTOMER-ON-ACCOUNT     PIC S9(9)V99 VALUE ZERO.
      *
       01  AGING-BUCKETS.
           05  BUCKET-0-30             PIC S9(9)V99 VALUE ZERO.
           05  SDL-PAID-TO-DATE        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SDL-OPEN-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  SDL-CREDIT-NOTE         PIC X(15).
      *
       01  STM-BALANCE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(16)
               VALUE "BALANCE DUE".
           05  SBL-OPEN-TOTAL          PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  STM-ON-ACCOUNT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(16)
               VALUE "INCLUDES CASH".
           05  SOL-ON-ACCOUNT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(24)
               VALUE "  ON ACCOUNT -- CREDIT".
      *
       01  STM-AGING-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           MOVE SW-ORIGINAL-AMOUNT   TO SDL-ORIGINAL-AMOUNT.
           MOVE PAID-TO-DATE-AMOUNT  TO SDL-PAID-TO-DATE.
           MOVE SW-OPEN-AMOUNT       TO SDL-OPEN-AMOUNT.
           EVALUATE TRUE
               WHEN SW-REFERENCE (1:2) = "OA"
                   MOVE "CASH ON ACCOUNT" TO SDL-CREDIT-NOTE
                   ADD SW-OPEN-AMOUNT TO CUSTOMER-ON-ACCOUNT
               WHEN SW-OPEN-AMOUNT < ZERO
                   MOVE "CREDIT"          TO SDL-CREDIT-NOTE
               WHEN OTHER
                   MOVE SPACE             TO SDL-CREDIT-NOTE
           END-EVALUATE.
           MOVE STM-DETAIL-LINE TO STM-PRINT-AREA.
           WRITE STM-PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
           MOVE CUSTOMER-OPEN-TOTAL TO SBL-OPEN-TOTAL.
           MOVE STM-BALANCE-LINE TO STM-PRINT-AREA.
           WRITE STM-PRINT-AREA AFTER ADVANCING 2 LINES.
           IF CUSTOMER-ON-ACCOUNT NOT = ZERO
               MOVE CUSTOMER-ON-ACCOUNT TO SOL-ON-ACCOUNT-TOTAL
               MOVE STM-ON-ACCOUNT-LINE TO STM-PRINT-AREA
               WRITE STM-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE STM-AGING-HEADING TO STM-PRINT-AREA.
           WRITE STM-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE BUCKET-0-30    TO SAG-BUCKET-0-30.
           MOVE STM-AGING-LINE TO STM-PRINT-AREA.
           WRITE STM-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ZERO TO CUSTOMER-OPEN-TOTAL.
           MOVE ZERO TO CUSTOMER-ON-ACCOUNT.
           MOVE ZERO TO BUCKET-0-30.
           MOVE ZERO TO BUCKET-31-60.
           MOVE ZERO TO BUCKET-61-90.
