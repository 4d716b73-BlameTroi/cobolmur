       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. ARS1000.
      *
      *    MONTH-END RECEIVABLES SNAPSHOT. AGES EVERY OPEN ITEM AS
      *    OF THE LAST DAY OF THE KEYED MONTH AND KEEPS ONE RECORD
      *    PER CUSTOMER HOLDING THE FOUR AGING BUCKETS AND THE
      *    TOTAL OPEN, SO THE MONTH'S AGING SURVIVES THE CASH
      *    APPLIED AFTER IT. RUN IT AT MONTH-END, AFTER THE LAST
      *    BILLING AND CASH OF THE MONTH AND BEFORE THE FIRST OF
      *    THE NEXT. ITEMS INVOICED AFTER THE MONTH-END DATE ARE
      *    LEFT OUT. RUNNING A MONTH AGAIN REPLACES ITS SNAPSHOT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT AROPEN   ASSIGN TO "c:\cobol\data\aropen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AROPEN-FILE-STATUS.
           SELECT ARSNAP   ASSIGN TO "c:\cobol\data\arsnap.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS AS-SNAPSHOT-KEY
                           FILE STATUS IS ARSNAP-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  AROPEN.
      *
       COPY "Aropen.cpy".
      *
       FD  ARSNAP.
      *
       COPY "Arsnap.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  AROPEN-EOF-SWITCH           PIC X   VALUE "N".
               88  AROPEN-EOF                      VALUE "Y".
           05  ARSNAP-EOF-SWITCH           PIC X   VALUE "N".
               88  ARSNAP-EOF                      VALUE "Y".
           05  NEW-SNAPSHOT-SWITCH         PIC X   VALUE "N".
               88  NEW-SNAPSHOT                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  AROPEN-FILE-STATUS      PIC XX.
               88  AROPEN-SUCCESSFUL           VALUE "00".
           05  ARSNAP-FILE-STATUS      PIC XX.
               88  ARSNAP-SUCCESSFUL           VALUE "00".
               88  ARSNAP-NOT-FOUND            VALUE "35".
      *
       01  ENTRY-FIELDS.
           05  SNAPSHOT-MONTH          PIC 9(6).
           05  FILLER REDEFINES SNAPSHOT-MONTH.
               10  SNAPSHOT-YEAR       PIC 9(4).
               10  SNAPSHOT-MONTH-NO   PIC 9(2).
      *
       01  DATE-WORK-FIELDS.
           05  NEXT-MONTH-FIRST        PIC 9(8).
           05  FILLER REDEFINES NEXT-MONTH-FIRST.
               10  NEXT-MONTH-YEAR     PIC 9(4).
               10  NEXT-MONTH-NO       PIC 9(2).
               10  NEXT-MONTH-DAY      PIC 9(2).
           05  MONTH-END-DATE          PIC 9(8).
      *
       01  COUNT-FIELDS.
           05  OPEN-ITEMS-AGED         PIC S9(5)   COMP  VALUE ZERO.
           05  ITEMS-AFTER-MONTH-END   PIC S9(5)   COMP  VALUE ZERO.
           05  CUSTOMERS-WRITTEN       PIC S9(5)   COMP  VALUE ZERO.
           05  SNAPSHOTS-REPLACED      PIC S9(5)   COMP  VALUE ZERO.
      *
       01  AGING-WORK-FIELDS.
           05  ELAPSED-DAYS            PIC S9(5).
           05  SNAPSHOT-TOTAL-OPEN     PIC S9(9)V99 VALUE ZERO.
           05  EDITED-TOTAL-OPEN       PIC ZZZ,ZZZ,ZZ9.99-.
      *
       COPY "Dtereq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-TAKE-RECEIVABLES-SNAPSHOT.
      *
           DISPLAY "ARS1000 MONTH-END RECEIVABLES SNAPSHOT".
           DISPLAY "ENTER SNAPSHOT MONTH (YYYYMM).".
           ACCEPT SNAPSHOT-MONTH.
           IF SNAPSHOT-MONTH NOT NUMERIC
             OR SNAPSHOT-MONTH-NO < 1 OR SNAPSHOT-MONTH-NO > 12
               DISPLAY "SNAPSHOT MONTH MUST BE YYYYMM."
               STOP RUN.
           PERFORM 050-SET-MONTH-END-DATE.
           IF NOT DATE-REQUEST-OK
               DISPLAY "MONTH-END DATE COULD NOT BE SET FOR "
                   SNAPSHOT-MONTH
               STOP RUN.
           OPEN I-O ARSNAP.
           IF ARSNAP-NOT-FOUND
               OPEN OUTPUT ARSNAP
               CLOSE ARSNAP
               OPEN I-O ARSNAP.
           IF NOT ARSNAP-SUCCESSFUL
               DISPLAY "SNAPSHOT FILE COULD NOT BE OPENED -- STATUS "
                   ARSNAP-FILE-STATUS
               STOP RUN.
           PERFORM 100-CLEAR-PRIOR-SNAPSHOT.
           OPEN INPUT AROPEN.
           IF AROPEN-SUCCESSFUL
               PERFORM 200-SNAPSHOT-NEXT-OPEN-ITEM
                   UNTIL AROPEN-EOF
               CLOSE AROPEN
           ELSE
               DISPLAY "NO OPEN-ITEM FILE ON FILE.".
           CLOSE ARSNAP.
           MOVE SNAPSHOT-TOTAL-OPEN TO EDITED-TOTAL-OPEN.
           DISPLAY "ARS1000 AS OF " MONTH-END-DATE
               "  ITEMS AGED " OPEN-ITEMS-AGED
               "  CUSTOMERS " CUSTOMERS-WRITTEN.
           DISPLAY "        TOTAL OPEN " EDITED-TOTAL-OPEN
               "  ITEMS AFTER MONTH-END " ITEMS-AFTER-MONTH-END.
           IF SNAPSHOTS-REPLACED > ZERO
               DISPLAY "        PRIOR SNAPSHOT RECORDS REPLACED "
                   SNAPSHOTS-REPLACED.
           STOP RUN.
      *
       050-SET-MONTH-END-DATE.
      *
      *    THE DAY BEFORE THE FIRST OF THE FOLLOWING MONTH, SO THE
      *    DATE ROUTINE WORKS OUT THE MONTH LENGTH AND LEAP YEARS.
      *
           MOVE SNAPSHOT-YEAR TO NEXT-MONTH-YEAR.
           MOVE SNAPSHOT-MONTH-NO TO NEXT-MONTH-NO.
           MOVE 1 TO NEXT-MONTH-DAY.
           IF NEXT-MONTH-NO = 12
               MOVE 1 TO NEXT-MONTH-NO
               ADD 1 TO NEXT-MONTH-YEAR
           ELSE
               ADD 1 TO NEXT-MONTH-NO.
           MOVE NEXT-MONTH-FIRST TO DC-DATE-1.
           SET DATE-TO-DAYS TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               SUBTRACT 1 FROM DC-DAY-COUNT
               SET DAYS-TO-DATE TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               MOVE DC-DATE-1 TO MONTH-END-DATE.
      *
       100-CLEAR-PRIOR-SNAPSHOT.
      *
           MOVE SNAPSHOT-MONTH TO AS-SNAPSHOT-MONTH.
           MOVE ZERO TO AS-CUSTOMER-NO.
           START ARSNAP KEY IS NOT LESS THAN AS-SNAPSHOT-KEY
               INVALID KEY
                   MOVE "Y" TO ARSNAP-EOF-SWITCH
           END-START.
           PERFORM 110-DELETE-NEXT-PRIOR-RECORD
               UNTIL ARSNAP-EOF.
      *
       110-DELETE-NEXT-PRIOR-RECORD.
      *
           READ ARSNAP NEXT RECORD
               AT END
                   MOVE "Y" TO ARSNAP-EOF-SWITCH
               NOT AT END
                   IF AS-SNAPSHOT-MONTH NOT = SNAPSHOT-MONTH
                       MOVE "Y" TO ARSNAP-EOF-SWITCH
                   ELSE
                       DELETE ARSNAP RECORD
                           INVALID KEY
                               DISPLAY "DELETE ERROR ON ARSNAP FOR "
                                   AS-CUSTOMER-NO
                           NOT INVALID KEY
                               ADD 1 TO SNAPSHOTS-REPLACED
                       END-DELETE
                   END-IF
           END-READ.
      *
       200-SNAPSHOT-NEXT-OPEN-ITEM.
      *
           READ AROPEN
               AT END
                   MOVE "Y" TO AROPEN-EOF-SWITCH
               NOT AT END
                   IF AR-ITEM-OPEN AND AO-OPEN-AMOUNT NOT = ZERO
                       IF AO-INVOICE-DATE > MONTH-END-DATE
                           ADD 1 TO ITEMS-AFTER-MONTH-END
                       ELSE
                           PERFORM 210-AGE-OPEN-ITEM
                       END-IF
                   END-IF
           END-READ.
      *
       210-AGE-OPEN-ITEM.
      *
      *    THE OPEN-ITEM FILE IS GROUPED BY CUSTOMER ONLY WITHIN
      *    EACH BILLING RUN, SO EACH ITEM IS ADDED INTO THE
      *    CUSTOMER'S SNAPSHOT RECORD BY KEY RATHER THAN ON A
      *    CONTROL BREAK.
      *
           ADD 1 TO OPEN-ITEMS-AGED.
           MOVE MONTH-END-DATE  TO DC-DATE-1.
           MOVE AO-INVOICE-DATE TO DC-DATE-2.
           SET ELAPSED-BETWEEN TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               MOVE DC-ELAPSED-DAYS TO ELAPSED-DAYS
           ELSE
               MOVE 99999 TO ELAPSED-DAYS.
           MOVE SNAPSHOT-MONTH TO AS-SNAPSHOT-MONTH.
           MOVE AO-CUSTOMER-NO TO AS-CUSTOMER-NO.
           MOVE "N" TO NEW-SNAPSHOT-SWITCH.
           READ ARSNAP
               INVALID KEY
                   MOVE "Y" TO NEW-SNAPSHOT-SWITCH
                   MOVE ZERO TO AS-BUCKET-0-30
                                AS-BUCKET-31-60
                                AS-BUCKET-61-90
                                AS-BUCKET-OVER-90
                                AS-TOTAL-OPEN
           END-READ.
           EVALUATE TRUE
               WHEN ELAPSED-DAYS <= 30
                   ADD AO-OPEN-AMOUNT TO AS-BUCKET-0-30
               WHEN ELAPSED-DAYS <= 60
                   ADD AO-OPEN-AMOUNT TO AS-BUCKET-31-60
               WHEN ELAPSED-DAYS <= 90
                   ADD AO-OPEN-AMOUNT TO AS-BUCKET-61-90
               WHEN OTHER
                   ADD AO-OPEN-AMOUNT TO AS-BUCKET-OVER-90
           END-EVALUATE.
           ADD AO-OPEN-AMOUNT TO AS-TOTAL-OPEN.
           ADD AO-OPEN-AMOUNT TO SNAPSHOT-TOTAL-OPEN.
           IF NEW-SNAPSHOT
               WRITE AR-SNAPSHOT-RECORD
                   INVALID KEY
                       DISPLAY "WRITE ERROR ON ARSNAP FOR "
                           AS-CUSTOMER-NO
                   NOT INVALID KEY
                       ADD 1 TO CUSTOMERS-WRITTEN
               END-WRITE
           ELSE
               REWRITE AR-SNAPSHOT-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON ARSNAP FOR "
                           AS-CUSTOMER-NO
               END-REWRITE.
