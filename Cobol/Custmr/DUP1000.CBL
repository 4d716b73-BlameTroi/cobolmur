      *    PAIRS PRINT ON A REPORT AND THE OPERATOR CONFIRMS EACH
      *    MERGE: THE FOUR YEARS OF SALES BUCKETS COMBINE ONTO THE
      *    SURVIVING (LOWER) CUSTOMER NUMBER AND THE DUPLICATE IS
      *    DELETED. EACH CONFIRMED MERGE IS MADE AT ONCE ON THE
      *    INDEXED MASTER, UNDER LOCKS ON BOTH CUSTOMERS; A PAIR
      *    WITH EITHER CUSTOMER OPEN ON THE MAINTENANCE SCREEN IS
      *    LEFT FOR ANOTHER RUN.
      *
       ENVIRONMENT DIVISION.
      *
      *
       FILE-CONTROL.
      *
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT DUPRPT   ASSIGN TO "c:\cobol\data\dup1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CUSTMASI.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC X(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
           05  CM-SALES-YTD-2          PIC S9(5)V9(2).
           05  CM-SALES-YTD-3          PIC S9(5)V9(2).
      *
       FD  DUPRPT.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMASI-EOF-SWITCH         PIC X   VALUE "N".
               88  CUSTMASI-EOF                    VALUE "Y".
           05  MERGE-LOCKED-SWITCH         PIC X   VALUE "N".
               88  MERGE-LOCKED                    VALUE "Y".
           05  TABLE-OVERFLOW-SWITCH       PIC X   VALUE "N".
               88  TABLE-OVERFLOW                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  CONFIRM-SWITCH          PIC X.
           05  PAIR-SUB                PIC S9(3)   COMP.
           05  SURVIVOR-SUB            PIC S9(3)   COMP.
           05  RETIRED-SUB             PIC S9(3)   COMP.
      *
       01  MERGE-WORK-FIELDS.
           05  MERGE-THIS-YTD          PIC S9(5)V9(2).
           05  MERGE-LAST-YTD          PIC S9(5)V9(2).
           05  MERGE-YTD-2             PIC S9(5)V9(2).
           05  MERGE-YTD-3             PIC S9(5)V9(2).
           05  LOCK-CUSTOMER-NO        PIC 9(5).
           05  HOLDER-ID               PIC X(8).
      *
       COPY "Lckreq.cpy".
      *
       01  NORMALIZE-WORK-FIELDS.
           05  NAME-WORK               PIC X(20).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  DPL-NAME                PIC X(30).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  DPL-OUTCOME             PIC X(20).
      *
       01  DUP-TOTAL-LINE.
           05  FILLER                  PIC X(18)
           DISPLAY "DUP1000 DUPLICATE-CUSTOMER DETECTION AND MERGE".
           PERFORM 100-LOAD-CUSTOMER-TABLE.
           IF TABLE-OVERFLOW
               DISPLAY "MORE THAN 200 CUSTOMERS -- PAIRS PAST THE "
                   "TABLE WOULD NEVER BE COMPARED. RUN REFUSED."
               CLOSE CUSTMASI
               STOP RUN.
           IF CUSTOMER-COUNT = ZERO
               DISPLAY "NO CUSTOMER RECORDS TO EXAMINE."
               CLOSE CUSTMASI
               STOP RUN.
           OPEN OUTPUT DUPRPT.
           MOVE DUP-HEADING-LINE TO PRINT-AREA.
           MOVE MERGED-PAIR-COUNT  TO DTL-MERGED.
           MOVE DUP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           CLOSE DUPRPT
                 CUSTMASI.
           IF MERGED-PAIR-COUNT > ZERO
               DISPLAY MERGED-PAIR-COUNT " MERGES MADE ON CUSTMASI "
                   "-- SEE DUP1RPT."
           ELSE
               DISPLAY "NO MERGES MADE -- "
                   "CUSTOMER MASTER UNCHANGED.".
           STOP RUN.
      *
       100-LOAD-CUSTOMER-TABLE.
      *
           OPEN I-O CUSTMASI.
           IF NOT CUSTMASI-SUCCESSFUL
               DISPLAY "CUSTOMER MASTER COULD NOT BE OPENED -- "
                   "STATUS " CUSTMASI-FILE-STATUS
               STOP RUN.
           PERFORM 110-LOAD-NEXT-CUSTOMER
               UNTIL CUSTMASI-EOF.
      *
       110-LOAD-NEXT-CUSTOMER.
      *
           READ CUSTMASI NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMASI-EOF-SWITCH
               NOT AT END
                   IF CUSTOMER-COUNT < 200
                       ADD 1 TO CUSTOMER-COUNT
                           TO CT-RETIRED-SWITCH (CUSTOMER-COUNT)
                   ELSE
                       MOVE "Y" TO TABLE-OVERFLOW-SWITCH
                       MOVE "Y" TO CUSTMASI-EOF-SWITCH
                   END-IF
           END-READ.
      *
               "? (Y/N)".
           ACCEPT CONFIRM-SWITCH.
           IF CONFIRM-SWITCH = "Y"
               PERFORM 400-MERGE-PAIR-ON-MASTER
           ELSE
               MOVE "KEPT" TO DPL-OUTCOME.
           MOVE DUP-PAIR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       400-MERGE-PAIR-ON-MASTER.
      *
      *    BOTH RECORDS ARE READ AGAIN UNDER THE LOCKS, SO THE
      *    BUCKETS COMBINED ARE THE ONES ON FILE NOW AND NOT THE
      *    ONES LOADED AT THE START OF THE RUN. THE DUPLICATE IS
      *    DELETED ONLY AFTER THE SURVIVOR HAS BEEN REWRITTEN.
      *
           MOVE "N" TO MERGE-LOCKED-SWITCH.
           MOVE CT-CUSTOMER-NUMBER (SURVIVOR-SUB) TO LOCK-CUSTOMER-NO.
           PERFORM 410-LOCK-MERGE-CUSTOMER.
           IF NOT RECORD-IN-USE
               MOVE CT-CUSTOMER-NUMBER (RETIRED-SUB)
                   TO LOCK-CUSTOMER-NO
               PERFORM 410-LOCK-MERGE-CUSTOMER
               IF NOT RECORD-IN-USE
                   MOVE "Y" TO MERGE-LOCKED-SWITCH
               END-IF
           END-IF.
           IF MERGE-LOCKED
               PERFORM 420-COMBINE-PAIR-RECORDS
           ELSE
               MOVE SPACE TO DPL-OUTCOME
               STRING "IN USE BY " DELIMITED BY SIZE
                      HOLDER-ID    DELIMITED BY SPACE
                   INTO DPL-OUTCOME
               DISPLAY "CUSTOMER " LOCK-CUSTOMER-NO
                   " IN USE BY OPERATOR " HOLDER-ID
                   " -- PAIR NOT MERGED.".
           PERFORM 450-RELEASE-MERGE-LOCKS.
      *
       410-LOCK-MERGE-CUSTOMER.
      *
           SET LOCK-RECORD TO TRUE.
           MOVE "CUSTMASI"       TO RL-FILE-NAME.
           MOVE LOCK-CUSTOMER-NO TO RL-RECORD-KEY.
           MOVE "DUP1000"        TO RL-OPERATOR-ID.
           CALL "LCK1000" USING RECORD-LOCK-REQUEST.
           MOVE RL-HOLDER-ID TO HOLDER-ID.
      *
       420-COMBINE-PAIR-RECORDS.
      *
           MOVE "NOT ON FILE" TO DPL-OUTCOME.
           MOVE CT-CUSTOMER-NUMBER (RETIRED-SUB) TO CM-CUSTOMER-NUMBER.
           READ CUSTMASI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-SALES-THIS-YTD TO MERGE-THIS-YTD
                   MOVE CM-SALES-LAST-YTD TO MERGE-LAST-YTD
                   MOVE CM-SALES-YTD-2    TO MERGE-YTD-2
                   MOVE CM-SALES-YTD-3    TO MERGE-YTD-3
                   PERFORM 430-REWRITE-SURVIVOR
           END-READ.
      *
       430-REWRITE-SURVIVOR.
      *
           MOVE CT-CUSTOMER-NUMBER (SURVIVOR-SUB)
               TO CM-CUSTOMER-NUMBER.
           READ CUSTMASI
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD MERGE-THIS-YTD TO CM-SALES-THIS-YTD
                   ADD MERGE-LAST-YTD TO CM-SALES-LAST-YTD
                   ADD MERGE-YTD-2    TO CM-SALES-YTD-2
                   ADD MERGE-YTD-3    TO CM-SALES-YTD-3
                   REWRITE CUSTOMER-MASTER-RECORD
                       INVALID KEY
                           MOVE "REWRITE ERROR" TO DPL-OUTCOME
                       NOT INVALID KEY
                           PERFORM 440-DELETE-DUPLICATE
                   END-REWRITE
           END-READ.
      *
       440-DELETE-DUPLICATE.
      *
           MOVE CT-CUSTOMER-NUMBER (RETIRED-SUB) TO CM-CUSTOMER-NUMBER.
           DELETE CUSTMASI RECORD
               INVALID KEY
                   MOVE "DELETE ERROR" TO DPL-OUTCOME
                   DISPLAY "SURVIVOR " CT-CUSTOMER-NUMBER (SURVIVOR-SUB)
                       " HOLDS THE COMBINED SALES BUT "
                       CT-CUSTOMER-NUMBER (RETIRED-SUB)
                       " COULD NOT BE DELETED -- STATUS "
                       CUSTMASI-FILE-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO CT-RETIRED-SWITCH (RETIRED-SUB)
                   ADD 1 TO MERGED-PAIR-COUNT
                   MOVE "MERGED" TO DPL-OUTCOME
           END-DELETE.
      *
       450-RELEASE-MERGE-LOCKS.
      *
           SET UNLOCK-RECORD TO TRUE.
           MOVE "CUSTMASI" TO RL-FILE-NAME.
           MOVE "DUP1000"  TO RL-OPERATOR-ID.
           MOVE CT-CUSTOMER-NUMBER (SURVIVOR-SUB) TO RL-RECORD-KEY.
           CALL "LCK1000" USING RECORD-LOCK-REQUEST.
           MOVE CT-CUSTOMER-NUMBER (RETIRED-SUB) TO RL-RECORD-KEY.
           CALL "LCK1000" USING RECORD-LOCK-REQUEST.
