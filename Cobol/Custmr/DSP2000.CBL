       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. DSP2000.
      *
      *    OPEN DISPUTE AGING REPORT. EVERY DISPUTE STILL OPEN IS
      *    AGED BY THE DAYS SINCE IT WAS OPENED INTO THE SAME FOUR
      *    BUCKETS AS THE RECEIVABLES AGING, AND LISTED BY REASON
      *    AND, WITHIN REASON, BY THE SALESREP ON THE INDEXED
      *    CUSTOMER MASTER -- THE PEOPLE WHO HAVE TO GO AND SETTLE
      *    THEM. SUBTOTALS BY SALESREP AND BY REASON, AND A GRAND
      *    TOTAL, PER BUCKET.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT DISPUTE  ASSIGN TO "c:\cobol\data\dispute.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS DP-DISPUTE-KEY
                           FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT CUSTMASI ASSIGN TO "c:\cobol\data\custmasi.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS CM-CUSTOMER-NUMBER
                           FILE STATUS IS CUSTMASI-FILE-STATUS.
           SELECT REPMAST  ASSIGN TO "c:\cobol\data\repmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS SR-SALESREP-NUMBER
                           FILE STATUS IS CODEMAST-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk13.dat".
           SELECT DSPRPT   ASSIGN TO "c:\cobol\data\dsp2rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  DISPUTE.
      *
       COPY "Dispute.cpy".
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
       FD  REPMAST.
      *
       COPY "Repmast.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-REASON-CODE          PIC X(2).
           05  SW-SALESREP-NUMBER      PIC 9(2).
           05  SW-CUSTOMER-NO          PIC 9(5).
           05  SW-OPENED-DATE          PIC 9(8).
           05  SW-CUSTOMER-NAME        PIC X(20).
           05  SW-REFERENCE            PIC X(10).
           05  SW-OPENED-OPERATOR      PIC X(8).
           05  SW-DISPUTED-AMOUNT      PIC S9(7)V99.
      *
       FD  DSPRPT.
      *
       01  PRINT-AREA                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  DISPUTE-EOF-SWITCH          PIC X   VALUE "N".
               88  DISPUTE-EOF                     VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
           05  FIRST-RECORD-SWITCH         PIC X   VALUE "Y".
               88  FIRST-RECORD                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  DISPUTE-FILE-STATUS     PIC XX.
               88  DISPUTE-SUCCESSFUL          VALUE "00".
           05  CUSTMASI-FILE-STATUS    PIC XX.
               88  CUSTMASI-SUCCESSFUL         VALUE "00".
      *
       01  CODE-NAME-FIELDS.
           05  CODEMAST-FILE-STATUS    PIC XX.
               88  CODEMAST-SUCCESSFUL         VALUE "00".
           05  CODEMAST-EOF-SWITCH     PIC X.
               88  CODEMAST-EOF                VALUE "Y".
           05  SALESREP-NAME-TABLE.
               10  SALESREP-NAME-ENTRY OCCURS 99 TIMES
                                       PIC X(20).
      *
       01  REASON-NAME-VALUES.
           05  FILLER                  PIC X(22)
               VALUE "DMGOODS DAMAGED".
           05  FILLER                  PIC X(22)
               VALUE "PRPRICING ERROR".
           05  FILLER                  PIC X(22)
               VALUE "SHSHORT SHIPPED".
           05  FILLER                  PIC X(22)
               VALUE "QUQUALITY".
           05  FILLER                  PIC X(22)
               VALUE "OTOTHER".
       01  REASON-NAME-TABLE REDEFINES REASON-NAME-VALUES.
           05  REASON-NAME-ENTRY           OCCURS 5 TIMES
                                           INDEXED BY RN-INDEX.
               10  RN-REASON-CODE          PIC X(2).
               10  RN-REASON-NAME          PIC X(20).
      *
       01  CONTROL-FIELDS.
           05  OLD-REASON-CODE         PIC X(2).
           05  OLD-SALESREP-NUMBER     PIC 9(2).
      *
       01  COUNT-FIELDS.
           05  DISPUTES-READ           PIC S9(5)   COMP  VALUE ZERO.
           05  DISPUTES-LISTED         PIC S9(5)   COMP  VALUE ZERO.
      *
       01  AGING-WORK-FIELDS.
           05  ELAPSED-DAYS            PIC S9(5).
           05  BUCKET-SUB              PIC S9(3)   COMP.
      *
      *    EACH LEVEL HOLDS THE 0-30, 31-60, 61-90, AND OVER-90
      *    BUCKETS IN THAT ORDER.
      *
       01  SALESREP-TOTALS.
           05  REP-BUCKET              PIC S9(9)V99 OCCURS 4 TIMES.
      *
       01  REASON-TOTALS.
           05  REASON-BUCKET           PIC S9(9)V99 OCCURS 4 TIMES.
      *
       01  GRAND-TOTALS.
           05  GRAND-BUCKET            PIC S9(9)V99 OCCURS 4 TIMES.
      *
       01  PRINT-TOTALS.
           05  PRINT-BUCKET            PIC S9(9)V99 OCCURS 4 TIMES.
      *
       COPY "Dtereq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  DSP-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "DSP2000  OPEN DISPUTE AGING      AS OF ".
           05  DHL-RUN-DATE            PIC 9(8).
      *
       01  DSP-HEADING-LINE-2.
           05  FILLER                  PIC X(29) VALUE
               "CUST   NAME".
           05  FILLER                  PIC X(40) VALUE
               "REFERENCE   OPENED    BY         DAYS".
           05  FILLER                  PIC X(60) VALUE
               "          0-30          31-60          61-90        OVE
      -        "R 90".
      *
       01  DSP-REASON-HEADING.
           05  FILLER                  PIC X(8)  VALUE "REASON ".
           05  DRH-REASON-CODE         PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DRH-REASON-NAME         PIC X(20).
      *
       01  DSP-SALESREP-HEADING.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "SALESREP ".
           05  DSH-SALESREP-NUMBER     PIC 9(2).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DSH-SALESREP-NAME       PIC X(20).
      *
       01  DSP-DETAIL-LINE.
           05  DDL-CUSTOMER-NO         PIC 9(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DDL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DDL-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DDL-OPENED-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  DDL-OPENED-OPERATOR     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DDL-DAYS-OPEN           PIC ZZ,ZZ9-.
           05  DDL-BUCKET-ENTRY            OCCURS 4 TIMES.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  DDL-BUCKET-AMOUNT   PIC X(14).
      *
       01  DSP-AMOUNT-EDIT             PIC ZZ,ZZZ,ZZ9.99-.
      *
       01  DSP-TOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  DTL-TOTAL-NAME          PIC X(65).
           05  DTL-BUCKET-ENTRY            OCCURS 4 TIMES.
               10  FILLER              PIC X(1)  VALUE SPACE.
               10  DTL-BUCKET-AMOUNT   PIC ZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-DISPUTE-AGING.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           OPEN INPUT CUSTMASI.
           IF NOT CUSTMASI-SUCCESSFUL
               DISPLAY "CUSTOMER MASTER COULD NOT BE OPENED -- "
                   "STATUS " CUSTMASI-FILE-STATUS
               DISPLAY "HAS CNV1000 BEEN RUN?"
               STOP RUN.
           PERFORM 050-LOAD-SALESREP-NAMES.
           INITIALIZE SALESREP-TOTALS
                      REASON-TOTALS
                      GRAND-TOTALS.
           OPEN OUTPUT DSPRPT.
           MOVE RUN-DATE TO DHL-RUN-DATE.
           MOVE DSP-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE DSP-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           SORT SORTWORK
               ON ASCENDING KEY SW-REASON-CODE
                                SW-SALESREP-NUMBER
                                SW-CUSTOMER-NO
                                SW-OPENED-DATE
               INPUT PROCEDURE IS 100-RELEASE-OPEN-DISPUTES
               OUTPUT PROCEDURE IS 200-PRINT-DISPUTE-LINES.
           IF FIRST-RECORD
               MOVE "NO OPEN DISPUTES." TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 310-PRINT-SALESREP-TOTAL
               PERFORM 320-PRINT-REASON-TOTAL
               MOVE GRAND-TOTALS TO PRINT-TOTALS
               MOVE "ALL OPEN DISPUTES" TO DTL-TOTAL-NAME
               PERFORM 400-PRINT-TOTAL-LINE.
           CLOSE DSPRPT
                 CUSTMASI.
           DISPLAY "DSP2000 DISPUTES READ " DISPUTES-READ
               "  OPEN DISPUTES LISTED " DISPUTES-LISTED.
           STOP RUN.
      *
       050-LOAD-SALESREP-NAMES.
      *
           MOVE SPACE TO SALESREP-NAME-TABLE.
           MOVE "N" TO CODEMAST-EOF-SWITCH.
           OPEN INPUT REPMAST.
           IF CODEMAST-SUCCESSFUL
               PERFORM 055-LOAD-NEXT-SALESREP-NAME
                   UNTIL CODEMAST-EOF
               CLOSE REPMAST.
      *
       055-LOAD-NEXT-SALESREP-NAME.
      *
           READ REPMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CODEMAST-EOF-SWITCH
               NOT AT END
                   IF SR-SALESREP-NUMBER > ZERO
                       MOVE SR-SALESREP-NAME TO
                           SALESREP-NAME-ENTRY (SR-SALESREP-NUMBER)
                   END-IF
           END-READ.
      *
       100-RELEASE-OPEN-DISPUTES.
      *
           OPEN INPUT DISPUTE.
           IF NOT DISPUTE-SUCCESSFUL
               DISPLAY "NO DISPUTE FILE ON FILE."
               MOVE "Y" TO DISPUTE-EOF-SWITCH
           ELSE
               PERFORM 110-RELEASE-NEXT-DISPUTE
                   UNTIL DISPUTE-EOF
               CLOSE DISPUTE.
      *
       110-RELEASE-NEXT-DISPUTE.
      *
           READ DISPUTE
               AT END
                   MOVE "Y" TO DISPUTE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO DISPUTES-READ
                   IF DISPUTE-OPEN
                       PERFORM 120-RELEASE-ONE-DISPUTE
                   END-IF
           END-READ.
      *
       120-RELEASE-ONE-DISPUTE.
      *
      *    A CUSTOMER NO LONGER ON THE MASTER IS LISTED UNDER
      *    REP 00 SO ITS DISPUTES STILL FOOT TO THE TOTAL.
      *
           MOVE DP-CUSTOMER-NO TO CM-CUSTOMER-NUMBER.
           READ CUSTMASI
               INVALID KEY
                   MOVE ZERO TO CM-SALESREP-NUMBER
                   MOVE "NOT ON MASTER" TO CM-CUSTOMER-NAME
           END-READ.
           MOVE DP-REASON-CODE       TO SW-REASON-CODE.
           MOVE CM-SALESREP-NUMBER   TO SW-SALESREP-NUMBER.
           MOVE DP-CUSTOMER-NO       TO SW-CUSTOMER-NO.
           MOVE DP-OPENED-DATE       TO SW-OPENED-DATE.
           MOVE CM-CUSTOMER-NAME     TO SW-CUSTOMER-NAME.
           MOVE DP-REFERENCE         TO SW-REFERENCE.
           MOVE DP-OPENED-OPERATOR   TO SW-OPENED-OPERATOR.
           MOVE DP-DISPUTED-AMOUNT   TO SW-DISPUTED-AMOUNT.
           RELEASE SORT-WORK-AREA.
      *
       200-PRINT-DISPUTE-LINES.
      *
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
           PERFORM 220-PRINT-ONE-DISPUTE
               UNTIL SORT-EOF.
      *
       210-RETURN-NEXT-SORT-RECORD.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH.
      *
       220-PRINT-ONE-DISPUTE.
      *
           IF FIRST-RECORD
               MOVE "N" TO FIRST-RECORD-SWITCH
               PERFORM 330-PRINT-REASON-HEADING
               PERFORM 340-PRINT-SALESREP-HEADING
           ELSE
               IF SW-REASON-CODE NOT = OLD-REASON-CODE
                   PERFORM 310-PRINT-SALESREP-TOTAL
                   PERFORM 320-PRINT-REASON-TOTAL
                   PERFORM 330-PRINT-REASON-HEADING
                   PERFORM 340-PRINT-SALESREP-HEADING
               ELSE
                   IF SW-SALESREP-NUMBER NOT = OLD-SALESREP-NUMBER
                       PERFORM 310-PRINT-SALESREP-TOTAL
                       PERFORM 340-PRINT-SALESREP-HEADING.
           MOVE RUN-DATE       TO DC-DATE-1.
           MOVE SW-OPENED-DATE TO DC-DATE-2.
           SET ELAPSED-BETWEEN TO TRUE.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               MOVE DC-ELAPSED-DAYS TO ELAPSED-DAYS
           ELSE
               MOVE ZERO TO ELAPSED-DAYS.
           EVALUATE TRUE
               WHEN ELAPSED-DAYS <= 30
                   MOVE 1 TO BUCKET-SUB
               WHEN ELAPSED-DAYS <= 60
                   MOVE 2 TO BUCKET-SUB
               WHEN ELAPSED-DAYS <= 90
                   MOVE 3 TO BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO BUCKET-SUB
           END-EVALUATE.
           ADD SW-DISPUTED-AMOUNT TO REP-BUCKET (BUCKET-SUB).
           ADD 1 TO DISPUTES-LISTED.
           MOVE SW-CUSTOMER-NO     TO DDL-CUSTOMER-NO.
           MOVE SW-CUSTOMER-NAME   TO DDL-CUSTOMER-NAME.
           MOVE SW-REFERENCE       TO DDL-REFERENCE.
           MOVE SW-OPENED-DATE     TO DDL-OPENED-DATE.
           MOVE SW-OPENED-OPERATOR TO DDL-OPENED-OPERATOR.
           MOVE ELAPSED-DAYS       TO DDL-DAYS-OPEN.
           MOVE SPACE TO DDL-BUCKET-AMOUNT (1)
                         DDL-BUCKET-AMOUNT (2)
                         DDL-BUCKET-AMOUNT (3)
                         DDL-BUCKET-AMOUNT (4).
           MOVE SW-DISPUTED-AMOUNT TO DSP-AMOUNT-EDIT.
           MOVE DSP-AMOUNT-EDIT TO DDL-BUCKET-AMOUNT (BUCKET-SUB).
           MOVE DSP-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 210-RETURN-NEXT-SORT-RECORD.
      *
       310-PRINT-SALESREP-TOTAL.
      *
           MOVE SALESREP-TOTALS TO PRINT-TOTALS.
           MOVE "SALESREP TOTAL" TO DTL-TOTAL-NAME.
           PERFORM 400-PRINT-TOTAL-LINE.
           PERFORM 315-ROLL-SALESREP-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4.
           INITIALIZE SALESREP-TOTALS.
      *
       315-ROLL-SALESREP-BUCKET.
      *
           ADD REP-BUCKET (BUCKET-SUB) TO REASON-BUCKET (BUCKET-SUB).
      *
       320-PRINT-REASON-TOTAL.
      *
           MOVE REASON-TOTALS TO PRINT-TOTALS.
           MOVE "REASON TOTAL" TO DTL-TOTAL-NAME.
           PERFORM 400-PRINT-TOTAL-LINE.
           PERFORM 325-ROLL-REASON-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4.
           INITIALIZE REASON-TOTALS.
      *
       325-ROLL-REASON-BUCKET.
      *
           ADD REASON-BUCKET (BUCKET-SUB) TO GRAND-BUCKET (BUCKET-SUB).
      *
       330-PRINT-REASON-HEADING.
      *
           MOVE SW-REASON-CODE TO OLD-REASON-CODE.
           MOVE SW-REASON-CODE TO DRH-REASON-CODE.
           SET RN-INDEX TO 1.
           SEARCH REASON-NAME-ENTRY
               AT END
                   MOVE "UNKNOWN REASON" TO DRH-REASON-NAME
               WHEN RN-REASON-CODE (RN-INDEX) = SW-REASON-CODE
                   MOVE RN-REASON-NAME (RN-INDEX) TO DRH-REASON-NAME
           END-SEARCH.
           MOVE DSP-REASON-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       340-PRINT-SALESREP-HEADING.
      *
           MOVE SW-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.
           MOVE SW-SALESREP-NUMBER TO DSH-SALESREP-NUMBER.
           IF SW-SALESREP-NUMBER > ZERO
               MOVE SALESREP-NAME-ENTRY (SW-SALESREP-NUMBER)
                   TO DSH-SALESREP-NAME
           ELSE
               MOVE "NOT ON MASTER" TO DSH-SALESREP-NAME.
           MOVE DSP-SALESREP-HEADING TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       400-PRINT-TOTAL-LINE.
      *
           PERFORM 410-SET-TOTAL-BUCKET
               VARYING BUCKET-SUB FROM 1 BY 1
               UNTIL BUCKET-SUB > 4.
           MOVE DSP-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       410-SET-TOTAL-BUCKET.
      *
           MOVE PRINT-BUCKET (BUCKET-SUB) TO DTL-BUCKET-AMOUNT
               (BUCKET-SUB).
