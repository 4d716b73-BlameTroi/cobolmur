       PROGRAM-ID. ARG1000.
      *
      *    ACCOUNTS-RECEIVABLE AGING REPORT. EVERY OPEN ITEM IS
      *    BUCKETED CURRENT / 1-30 / 31-60 / 61-90 / OVER 90 DAYS
      *    PAST DUE BY THE SAME ELAPSED-DAYS ARITHMETIC THE RECEIPT
      *    AGING REPORT USES, EXTENDED TO THE FULL YYYYMMDD DATES
      *    THE OPEN-ITEM FILE CARRIES, WITH SUBTOTALS BY CUSTOMER
      *    AND A GRAND TOTAL LINE PER BUCKET. PAST-DUE DAYS COUNT
      *    FROM THE DUE DATE BILLING STAMPED FROM THE CUSTOMER'S
      *    TERMS; AN ITEM NOT YET DUE IS CURRENT.
      *
       ENVIRONMENT DIVISION.
      *
       COPY "Dtereq.cpy".
      *
       01  AGING-BUCKETS.
           05  BUCKET-CURRENT          PIC S9(9)V99 VALUE ZERO.
           05  BUCKET-1-30             PIC S9(9)V99 VALUE ZERO.
           05  BUCKET-31-60            PIC S9(9)V99 VALUE ZERO.
           05  BUCKET-61-90            PIC S9(9)V99 VALUE ZERO.
           05  BUCKET-OVER-90          PIC S9(9)V99 VALUE ZERO.
       01  ARG-HEADING-LINE-2.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER".
           05  FILLER                  PIC X(12) VALUE "INVOICE".
           05  FILLER                  PIC X(12) VALUE "DUE DATE".
           05  FILLER                  PIC X(12) VALUE "REFERENCE".
           05  FILLER                  PIC X(13) VALUE "OPEN AMOUNT".
           05  FILLER                  PIC X(10) VALUE "PAST DUE".
           05  FILLER                  PIC X(8)  VALUE "BUCKET".
      *
       01  ARG-DETAIL-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  ADL-INVOICE-DATE        PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  ADL-DUE-DATE            PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  ADL-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ADL-OPEN-AMOUNT         PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  ADL-DAYS-PAST-DUE       PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  ADL-BUCKET              PIC X(8).
      *
      *
       01  ARG-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "TOTALS".
           05  ATL-BUCKET-CURRENT      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ATL-BUCKET-1-30         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  ATL-BUCKET-31-60        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
      *
       01  ARG-BUCKET-HEADING.
           05  FILLER                  PIC X(10) VALUE SPACE.
           05  FILLER                  PIC X(17) VALUE "CURRENT".
           05  FILLER                  PIC X(17) VALUE "1-30".
           05  FILLER                  PIC X(17) VALUE "31-60".
           05  FILLER                  PIC X(17) VALUE "61-90".
           05  FILLER                  PIC X(17) VALUE "OVER 90".
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ARG-BUCKET-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE BUCKET-CURRENT TO ATL-BUCKET-CURRENT.
           MOVE BUCKET-1-30    TO ATL-BUCKET-1-30.
           MOVE BUCKET-31-60   TO ATL-BUCKET-31-60.
           MOVE BUCKET-61-90   TO ATL-BUCKET-61-90.
           MOVE BUCKET-OVER-90 TO ATL-BUCKET-OVER-90.
           ADD 1 TO OPEN-ITEMS-AGED.
           ADD AO-OPEN-AMOUNT TO CUSTOMER-OPEN-TOTAL.
           MOVE RUN-DATE        TO DC-DATE-1.
           MOVE AO-DUE-DATE     TO DC-DATE-2.
           SET ELAPSED-BETWEEN TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               MOVE 99999 TO ELAPSED-DAYS.
           MOVE AO-CUSTOMER-NO  TO ADL-CUSTOMER-NO.
           MOVE AO-INVOICE-DATE TO ADL-INVOICE-DATE.
           MOVE AO-DUE-DATE     TO ADL-DUE-DATE.
           MOVE AO-REFERENCE    TO ADL-REFERENCE.
           MOVE AO-OPEN-AMOUNT  TO ADL-OPEN-AMOUNT.
           MOVE ELAPSED-DAYS    TO ADL-DAYS-PAST-DUE.
           EVALUATE TRUE
               WHEN ELAPSED-DAYS <= 0
                   MOVE "CURRENT" TO ADL-BUCKET
                   ADD AO-OPEN-AMOUNT TO BUCKET-CURRENT
               WHEN ELAPSED-DAYS <= 30
                   MOVE "1-30"    TO ADL-BUCKET
                   ADD AO-OPEN-AMOUNT TO BUCKET-1-30
               WHEN ELAPSED-DAYS <= 60
                   MOVE "31-60"   TO ADL-BUCKET
                   ADD AO-OPEN-AMOUNT TO BUCKET-31-60
