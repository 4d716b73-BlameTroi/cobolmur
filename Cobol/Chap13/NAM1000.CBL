000800*
000900 FILE-CONTROL.
001000*
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS CM-CUSTOMER-NUMBER.
           SELECT NAMRPT   ASSIGN TO "C:\COBOL\DATA\NAM1RPT.PRN".
001600*
001700 DATA DIVISION.
001800*
001900 FILE SECTION.
002000*
       FD  CUSTMASI.
      *
       01  CUSTOMER-MASTER-RECORD.
           05  CM-BRANCH-NUMBER        PIC 9(2).
           05  CM-SALESREP-NUMBER      PIC 9(2).
           05  CM-CUSTOMER-NUMBER      PIC X(5).
           05  CM-CUSTOMER-NAME        PIC X(20).
           05  CM-SALES-THIS-YTD       PIC S9(5)V9(2).
           05  CM-SALES-LAST-YTD       PIC S9(5)V9(2).
004500 WORKING-STORAGE SECTION.
004600*
004700 01  SWITCHES.
           05  CUSTMASI-EOF-SWITCH         PIC X   VALUE "N".
               88  CUSTMASI-EOF                    VALUE "Y".
      *
       01  NAME-CONVERSION-FIELDS.
           05  FULL-NAME-WORK          PIC X(20).
       01  STANDARDIZATION-COUNTS.
           05  RECORDS-PROCESSED       PIC 9(5)    VALUE ZERO.
           05  NAMES-STANDARDIZED      PIC 9(5)    VALUE ZERO.
           05  NAMES-IN-USE            PIC 9(5)    VALUE ZERO.
      *
       COPY "Lckreq.cpy".
      *
       01  NAM-HEADING-LINE-1.
           05  FILLER                  PIC X(15)   VALUE SPACE.
               "NAMES STANDARDIZED:    ".
           05  NTL-NAMES-STANDARDIZED  PIC ZZ,ZZ9.
      *
       01  NAM-IN-USE-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  FILLER                  PIC X(24)   VALUE
               "IN USE -- NOT CHANGED: ".
           05  NIL-NAMES-IN-USE        PIC ZZ,ZZ9.
      *
008100 PROCEDURE DIVISION.
008200*
008300 000-STANDARDIZE-CUSTOMER-NAMES.
008400*
008500     OPEN I-O CUSTMASI.
           OPEN OUTPUT NAMRPT.
           MOVE NAM-HEADING-LINE-1 TO NAM-PRINT-AREA.
           WRITE NAM-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE NAM-HEADING-LINE-2 TO NAM-PRINT-AREA.
           WRITE NAM-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 100-READ-NEXT-CUSTMASI-RECORD.
           PERFORM 200-STANDARDIZE-ONE-RECORD
               UNTIL CUSTMASI-EOF.
           PERFORM 300-PRINT-TOTAL-LINE.
           CLOSE CUSTMASI
                 NAMRPT.
009700     STOP RUN.
009800*
       100-READ-NEXT-CUSTMASI-RECORD.
      *
           READ CUSTMASI NEXT RECORD
               AT END
                   SET CUSTMASI-EOF TO TRUE.
      *
       200-STANDARDIZE-ONE-RECORD.
      *
           ADD 1 TO RECORDS-PROCESSED.
           PERFORM 210-CONVERT-CUSTOMER-NAME.
           IF FULL-NAME-WORK NOT = CM-CUSTOMER-NAME
               PERFORM 220-LOCK-AND-REWRITE-RECORD
           END-IF.
           PERFORM 100-READ-NEXT-CUSTMASI-RECORD.
      *
       210-CONVERT-CUSTOMER-NAME.
      *
           IF NAME-POINTER <= 20
               MOVE FUNCTION UPPER-CASE(FULL-NAME-WORK(NAME-POINTER:1))
                   TO FULL-NAME-WORK(NAME-POINTER:1).
      *
      *    A CUSTOMER OPEN ON THE MAINTENANCE SCREEN IS LEFT FOR
      *    THE NEXT RUN. ONCE LOCKED THE RECORD IS READ AGAIN BY
      *    KEY SO THE REWRITE CARRIES ANY CHANGE MADE SINCE THE
      *    SEQUENTIAL READ; THE RANDOM READ LEAVES THE FILE
      *    POSITIONED FOR THE NEXT SEQUENTIAL READ.
      *
       220-LOCK-AND-REWRITE-RECORD.
      *
           SET LOCK-RECORD TO TRUE.
           MOVE "CUSTMASI"         TO RL-FILE-NAME.
           MOVE CM-CUSTOMER-NUMBER TO RL-RECORD-KEY.
           MOVE "NAM1000"          TO RL-OPERATOR-ID.
           CALL "LCK1000" USING RECORD-LOCK-REQUEST.
           MOVE CM-CUSTOMER-NUMBER TO NDL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME   TO NDL-OLD-NAME.
           IF RECORD-IN-USE
               MOVE SPACE TO NDL-NEW-NAME
               STRING "IN USE BY " DELIMITED BY SIZE
                      RL-HOLDER-ID DELIMITED BY SPACE
                   INTO NDL-NEW-NAME
               MOVE NAM-DETAIL-LINE TO NAM-PRINT-AREA
               WRITE NAM-PRINT-AREA AFTER ADVANCING 1 LINES
               ADD 1 TO NAMES-IN-USE
           ELSE
               READ CUSTMASI
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 210-CONVERT-CUSTOMER-NAME
                       IF FULL-NAME-WORK NOT = CM-CUSTOMER-NAME
                           MOVE CM-CUSTOMER-NAME TO NDL-OLD-NAME
                           MOVE FULL-NAME-WORK   TO NDL-NEW-NAME
                           MOVE FULL-NAME-WORK   TO CM-CUSTOMER-NAME
                           REWRITE CUSTOMER-MASTER-RECORD
                           MOVE NAM-DETAIL-LINE  TO NAM-PRINT-AREA
                           WRITE NAM-PRINT-AREA AFTER ADVANCING 1 LINES
                           ADD 1 TO NAMES-STANDARDIZED
                       END-IF
               END-READ
               SET UNLOCK-RECORD TO TRUE
               CALL "LCK1000" USING RECORD-LOCK-REQUEST.
      *
       300-PRINT-TOTAL-LINE.
      *
           MOVE NAMES-STANDARDIZED TO NTL-NAMES-STANDARDIZED.
           MOVE NAM-TOTAL-LINE TO NAM-PRINT-AREA.
           WRITE NAM-PRINT-AREA AFTER ADVANCING 2 LINES.
           IF NAMES-IN-USE > ZERO
               MOVE NAMES-IN-USE TO NIL-NAMES-IN-USE
               MOVE NAM-IN-USE-LINE TO NAM-PRINT-AREA
               WRITE NAM-PRINT-AREA AFTER ADVANCING 1 LINES.
