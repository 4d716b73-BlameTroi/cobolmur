      *
      *    FISCAL YEAR-END CLOSE FOR THE CUSTOMER SALES HISTORY.
      *    SHIFTS THIS-YEAR INTO LAST-YEAR AND ON DOWN THE FOUR
      *    BUCKETS AND ZEROES CM-SALES-THIS-YTD, IN PLACE ON THE
      *    INDEXED CUSTOMER MASTER. EVERY CUSTOMER IS LOCKED IN
      *    THE JOB'S NAME BEFORE ANYTHING IS CHANGED; IF ANY ONE IS
      *    OPEN ON THE MAINTENANCE SCREEN THE RUN RELEASES ITS
      *    LOCKS AND STOPS WITH THE MASTER UNTOUCHED, SO THE CLOSE
      *    IS NEVER HALF DONE. THE AFTER TOTALS ARE TAKEN BY
      *    READING THE MASTER BACK, AND MUST RECONCILE WITH THE
      *    BEFORE TOTALS. TAKE A BCK1000 CUSTOMER BACKUP FIRST --
      *    IT IS THE WAY BACK. THE CLOSE YEAR IS RECORDED IN A
      *    CONTROL FILE AND A SECOND RUN IN THE SAME YEAR IS
      *    REFUSED -- YEAR-END IS EXACTLY WHEN A MISTAKE HURTS
      *    MOST. COUNTS GO TO BATCHLOG.
      *
       ENVIRONMENT DIVISION.
      *
      *
       FILE-CONTROL.
      *
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT YECCTL   ASSIGN TO "c:\cobol\data\yecctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS YECCTL-FILE-STATUS.
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
       FD  YECCTL.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CUSTMASI-EOF-SWITCH         PIC X   VALUE "N".
               88  CUSTMASI-EOF                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
           05  YECCTL-FILE-STATUS      PIC XX.
               88  YECCTL-SUCCESSFUL           VALUE "00".
           05  BATCHLOG-FILE-STATUS    PIC XX.
       01  COUNT-FIELDS.
           05  RECORDS-READ            PIC 9(7)    VALUE ZERO.
           05  RECORDS-WRITTEN         PIC 9(7)    VALUE ZERO.
           05  RECORDS-REREAD          PIC 9(7)    VALUE ZERO.
           05  RECORDS-IN-USE          PIC 9(7)    VALUE ZERO.
           05  REWRITE-ERRORS          PIC 9(7)    VALUE ZERO.
      *
       01  BEFORE-TOTALS.
           05  BEFORE-THIS-YTD         PIC S9(11)V99 VALUE ZERO.
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
       COPY "Lckreq.cpy".
      *
       PROCEDURE DIVISION.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           PERFORM 050-CHECK-PRIOR-CLOSE.
           PERFORM 100-LOCK-ALL-CUSTOMERS.
           IF RECORDS-IN-USE > ZERO
               PERFORM 600-RELEASE-CUSTOMER-LOCKS
               DISPLAY RECORDS-IN-USE " CUSTOMERS ARE IN USE -- "
                   "NOTHING WAS CLOSED."
               DISPLAY "END THE MAINTENANCE SESSIONS AND RERUN."
               STOP RUN.
           PERFORM 200-CLOSE-ALL-CUSTOMERS.
           PERFORM 250-TOTAL-CLOSED-MASTER.
           PERFORM 600-RELEASE-CUSTOMER-LOCKS.
           PERFORM 300-PRINT-CLOSE-TOTALS.
           IF  AFTER-LAST-YTD = BEFORE-THIS-YTD
               AND AFTER-YTD-2 = BEFORE-LAST-YTD
               AND AFTER-YTD-3 = BEFORE-YTD-2
               AND AFTER-THIS-YTD = ZERO
               AND RECORDS-REREAD = RECORDS-READ
               AND REWRITE-ERRORS = ZERO
               PERFORM 400-RECORD-CLOSE-YEAR
               PERFORM 500-WRITE-BATCH-LOG-RECORD
               DISPLAY "YEAR-END CLOSE RECONCILED."
           ELSE
               DISPLAY "YEAR-END CLOSE DID NOT RECONCILE -- "
                   "RESTORE CUSTMASI FROM THE BCK1000 BACKUP."
               DISPLAY "THE CLOSE YEAR HAS NOT BEEN RECORDED.".
           STOP RUN.
      *
       050-CHECK-PRIOR-CLOSE.
               CLOSE YECCTL
           END-IF.
      *
       100-LOCK-ALL-CUSTOMERS.
      *
      *    THE FIRST PASS CHANGES NOTHING. IT TAKES THE LOCKS AND
      *    THE BEFORE TOTALS, AND NAMES ANY CUSTOMER THAT IS HELD.
      *
           OPEN INPUT CUSTMASI.
           IF NOT CUSTMASI-SUCCESSFUL
               DISPLAY "CUSTOMER MASTER COULD NOT BE OPENED -- "
                   "STATUS " CUSTMASI-FILE-STATUS
               STOP RUN.
           MOVE "N" TO CUSTMASI-EOF-SWITCH.
           PERFORM 110-LOCK-NEXT-CUSTOMER
               UNTIL CUSTMASI-EOF.
           CLOSE CUSTMASI.
      *
       110-LOCK-NEXT-CUSTOMER.
      *
           READ CUSTMASI NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMASI-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   ADD CM-SALES-THIS-YTD TO BEFORE-THIS-YTD
                   ADD CM-SALES-LAST-YTD TO BEFORE-LAST-YTD
                   ADD CM-SALES-YTD-2    TO BEFORE-YTD-2
                   ADD CM-SALES-YTD-3    TO BEFORE-YTD-3
                   SET LOCK-RECORD TO TRUE
                   MOVE "CUSTMASI"         TO RL-FILE-NAME
                   MOVE CM-CUSTOMER-NUMBER TO RL-RECORD-KEY
                   MOVE "YEC1000"          TO RL-OPERATOR-ID
                   CALL "LCK1000" USING RECORD-LOCK-REQUEST
                   IF RECORD-IN-USE
                       ADD 1 TO RECORDS-IN-USE
                       DISPLAY "CUSTOMER " CM-CUSTOMER-NUMBER
                           " IN USE BY OPERATOR " RL-HOLDER-ID
                   END-IF
           END-READ.
      *
       200-CLOSE-ALL-CUSTOMERS.
      *
           OPEN I-O CUSTMASI.
           MOVE "N" TO CUSTMASI-EOF-SWITCH.
           PERFORM 210-CLOSE-NEXT-CUSTOMER
               UNTIL CUSTMASI-EOF.
           CLOSE CUSTMASI.
      *
       210-CLOSE-NEXT-CUSTOMER.
      *
           READ CUSTMASI NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMASI-EOF-SWITCH
               NOT AT END
                   PERFORM 220-SHIFT-SALES-BUCKETS
           END-READ.
      *
       220-SHIFT-SALES-BUCKETS.
      *
           MOVE CM-SALES-YTD-2    TO CM-SALES-YTD-3.
           MOVE CM-SALES-LAST-YTD TO CM-SALES-YTD-2.
           MOVE CM-SALES-THIS-YTD TO CM-SALES-LAST-YTD.
           MOVE ZERO              TO CM-SALES-THIS-YTD.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO REWRITE-ERRORS
                   DISPLAY "REWRITE ERROR ON CUSTOMER "
                       CM-CUSTOMER-NUMBER " -- STATUS "
                       CUSTMASI-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN
           END-REWRITE.
      *
       250-TOTAL-CLOSED-MASTER.
      *
      *    THE AFTER TOTALS COME FROM THE FILE ITSELF, NOT FROM
      *    WHAT THE CLOSE PASS MEANT TO WRITE.
      *
           OPEN INPUT CUSTMASI.
           MOVE "N" TO CUSTMASI-EOF-SWITCH.
           PERFORM 260-TOTAL-NEXT-CUSTOMER
               UNTIL CUSTMASI-EOF.
           CLOSE CUSTMASI.
      *
       260-TOTAL-NEXT-CUSTOMER.
      *
           READ CUSTMASI NEXT RECORD
               AT END
                   MOVE "Y" TO CUSTMASI-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RECORDS-REREAD
                   ADD CM-SALES-THIS-YTD TO AFTER-THIS-YTD
                   ADD CM-SALES-LAST-YTD TO AFTER-LAST-YTD
                   ADD CM-SALES-YTD-2    TO AFTER-YTD-2
                   ADD CM-SALES-YTD-3    TO AFTER-YTD-3
           END-READ.
      *
       300-PRINT-CLOSE-TOTALS.
      *
           DISPLAY "YTD - 3   BEFORE " DISPLAY-BEFORE
               "  AFTER " DISPLAY-AFTER.
           DISPLAY "RECORDS READ " RECORDS-READ
               "  WRITTEN " RECORDS-WRITTEN
               "  READ BACK " RECORDS-REREAD.
      *
       400-RECORD-CLOSE-YEAR.
      *
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
      *
       600-RELEASE-CUSTOMER-LOCKS.
      *
           SET CLEAR-OPERATOR-LOCKS TO TRUE.
           MOVE "YEC1000" TO RL-OPERATOR-ID.
           CALL "LCK1000" USING RECORD-LOCK-REQUEST.
