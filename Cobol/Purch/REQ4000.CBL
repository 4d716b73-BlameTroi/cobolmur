       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. REQ4000.
      *
      *    REQUISITION STATUS REPORT. PART ONE LISTS EVERY
      *    REQUISITION STILL WAITING -- PENDING APPROVAL, OR
      *    APPROVED BUT NOT YET ORDERED -- WITH ITS AGE IN DAYS.
      *    PART TWO LISTS THE APPROVAL LOG FROM THE DATE KEYED:
      *    WHO APPROVED OR REJECTED WHAT, FOR HOW MUCH, AGAINST
      *    WHAT LIMIT, AND WHY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REQFILE  ASSIGN TO "c:\cobol\data\reqfile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS RQ-REQ-NO
                           FILE STATUS IS REQFILE-FILE-STATUS.
           SELECT APRLOG   ASSIGN TO "c:\cobol\data\aprlog.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APRLOG-FILE-STATUS.
           SELECT REQRPT   ASSIGN TO "c:\cobol\data\req4rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  REQFILE.
      *
       COPY "Reqfile.cpy".
      *
       FD  APRLOG.
      *
       COPY "Aprlog.cpy".
      *
       FD  REQRPT.
      *
       01  PRINT-AREA                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  REQFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  REQFILE-EOF                     VALUE "Y".
           05  APRLOG-EOF-SWITCH           PIC X   VALUE "N".
               88  APRLOG-EOF                      VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  REQFILE-FILE-STATUS     PIC XX.
               88  REQFILE-SUCCESSFUL          VALUE "00".
           05  APRLOG-FILE-STATUS      PIC XX.
               88  APRLOG-SUCCESSFUL           VALUE "00".
      *
       01  LOG-FROM-DATE               PIC 9(8).
      *
       01  COUNT-FIELDS.
           05  PENDING-COUNT           PIC S9(5)   COMP  VALUE ZERO.
           05  PENDING-TOTAL           PIC S9(9)V99  VALUE ZERO.
           05  UNORDERED-COUNT         PIC S9(5)   COMP  VALUE ZERO.
           05  UNORDERED-TOTAL         PIC S9(9)V99  VALUE ZERO.
           05  APPROVALS-LOGGED        PIC S9(5)   COMP  VALUE ZERO.
           05  REJECTIONS-LOGGED       PIC S9(5)   COMP  VALUE ZERO.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Dtereq.cpy".
      *
       01  REQ-HEADING-LINE-1.
           05  FILLER                  PIC X(36)
               VALUE "REQ4000  REQUISITION STATUS REPORT  ".
           05  FILLER                  PIC X(8)  VALUE "RUN ON ".
           05  RHL-RUN-DATE            PIC 9(8).
      *
       01  REQ-HEADING-LINE-2.
           05  FILLER                  PIC X(40)
               VALUE "REQUISITIONS WAITING".
      *
       01  REQ-HEADING-LINE-3.
           05  FILLER                  PIC X(36)
               VALUE "REQ NO.  STATUS    ITEM   VEND.".
           05  FILLER                  PIC X(44)
               VALUE "RAISED BY  RAISED     AGE   EXTENDED COST".
      *
       01  REQ-DETAIL-LINE.
           05  RDL-REQ-NO              PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  RDL-STATUS              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-ITEM-NO             PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(5)  VALUE SPACE.
           05  RDL-REQUESTED-BY        PIC X(8).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  RDL-REQUEST-DATE        PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-AGE                 PIC ZZZ9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  RDL-EXTENDED-COST       PIC Z,ZZZ,ZZ9.99.
      *
       01  LOG-HEADING-LINE-1.
           05  FILLER                  PIC X(29)
               VALUE "APPROVAL LOG ENTRIES FROM ".
           05  LHL-FROM-DATE           PIC 9(8).
      *
       01  LOG-HEADING-LINE-2.
           05  FILLER                  PIC X(40)
               VALUE "DATE      TIME    REQ NO.  ACTION    BY".
           05  FILLER                  PIC X(52)
               VALUE "         EXTENDED COST    LIMIT      REASON".
      *
       01  LOG-DETAIL-LINE.
           05  LDL-LOG-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LDL-LOG-TIME            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LDL-REQ-NO              PIC 9(6).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  LDL-ACTION              PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LDL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  LDL-EXTENDED-COST       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LDL-APPROVAL-LIMIT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  LDL-REASON              PIC X(30).
      *
       01  REQ-TOTAL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  RTL-TOTAL-NAME          PIC X(30).
           05  RTL-COUNT               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  RTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-REQUISITION-STATUS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "REQ4000 REQUISITION STATUS REPORT".
           DISPLAY "ENTER FIRST DATE FOR APPROVAL LOG (YYYYMMDD).".
           ACCEPT LOG-FROM-DATE.
           IF LOG-FROM-DATE NOT NUMERIC
             OR LOG-FROM-DATE > RUN-DATE
               DISPLAY "DATE MUST BE YYYYMMDD AND NOT LATER THAN "
                   "TODAY."
               STOP RUN.
           OPEN OUTPUT REQRPT.
           MOVE RUN-DATE TO RHL-RUN-DATE.
           MOVE REQ-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           PERFORM 100-REPORT-WAITING-REQUISITIONS.
           PERFORM 200-REPORT-APPROVAL-LOG.
           CLOSE REQRPT.
           DISPLAY "REQ4000 REPORT WRITTEN TO REQ4RPT.".
           STOP RUN.
      *
       100-REPORT-WAITING-REQUISITIONS.
      *
           MOVE REQ-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE REQ-HEADING-LINE-3 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           OPEN INPUT REQFILE.
           IF REQFILE-SUCCESSFUL
               PERFORM 110-REPORT-NEXT-REQUISITION
                   UNTIL REQFILE-EOF
               CLOSE REQFILE.
           MOVE "PENDING APPROVAL" TO RTL-TOTAL-NAME.
           MOVE PENDING-COUNT TO RTL-COUNT.
           MOVE PENDING-TOTAL TO RTL-AMOUNT.
           MOVE REQ-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "APPROVED, NOT YET ORDERED" TO RTL-TOTAL-NAME.
           MOVE UNORDERED-COUNT TO RTL-COUNT.
           MOVE UNORDERED-TOTAL TO RTL-AMOUNT.
           MOVE REQ-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       110-REPORT-NEXT-REQUISITION.
      *
           READ REQFILE NEXT RECORD
               AT END
                   MOVE "Y" TO REQFILE-EOF-SWITCH
               NOT AT END
                   IF REQ-PENDING OR REQ-APPROVED
                       PERFORM 120-PRINT-REQUISITION-LINE
                   END-IF
           END-READ.
      *
       120-PRINT-REQUISITION-LINE.
      *
           IF REQ-PENDING
               MOVE "PENDING"  TO RDL-STATUS
               ADD 1 TO PENDING-COUNT
               ADD RQ-EXTENDED-COST TO PENDING-TOTAL
           ELSE
               MOVE "APPROVED" TO RDL-STATUS
               ADD 1 TO UNORDERED-COUNT
               ADD RQ-EXTENDED-COST TO UNORDERED-TOTAL.
           MOVE "E"             TO DC-FUNCTION-CODE.
           MOVE RUN-DATE        TO DC-DATE-1.
           MOVE RQ-REQUEST-DATE TO DC-DATE-2.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               MOVE DC-ELAPSED-DAYS TO RDL-AGE
           ELSE
               MOVE ZERO TO RDL-AGE.
           MOVE RQ-REQ-NO        TO RDL-REQ-NO.
           MOVE RQ-ITEM-NO       TO RDL-ITEM-NO.
           MOVE RQ-VENDOR-NO     TO RDL-VENDOR-NO.
           MOVE RQ-REQUESTED-BY  TO RDL-REQUESTED-BY.
           MOVE RQ-REQUEST-DATE  TO RDL-REQUEST-DATE.
           MOVE RQ-EXTENDED-COST TO RDL-EXTENDED-COST.
           MOVE REQ-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       200-REPORT-APPROVAL-LOG.
      *
           MOVE LOG-FROM-DATE TO LHL-FROM-DATE.
           MOVE LOG-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE LOG-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           OPEN INPUT APRLOG.
           IF APRLOG-SUCCESSFUL
               PERFORM 210-REPORT-NEXT-LOG-ENTRY
                   UNTIL APRLOG-EOF
               CLOSE APRLOG.
           MOVE "APPROVALS" TO RTL-TOTAL-NAME.
           MOVE APPROVALS-LOGGED TO RTL-COUNT.
           MOVE ZERO TO RTL-AMOUNT.
           MOVE REQ-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "REJECTIONS" TO RTL-TOTAL-NAME.
           MOVE REJECTIONS-LOGGED TO RTL-COUNT.
           MOVE REQ-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       210-REPORT-NEXT-LOG-ENTRY.
      *
           READ APRLOG
               AT END
                   MOVE "Y" TO APRLOG-EOF-SWITCH
               NOT AT END
                   IF AL-LOG-DATE NOT < LOG-FROM-DATE
                       PERFORM 220-PRINT-LOG-LINE
                   END-IF
           END-READ.
      *
       220-PRINT-LOG-LINE.
      *
           IF AL-APPROVED
               MOVE "APPROVED" TO LDL-ACTION
               ADD 1 TO APPROVALS-LOGGED
           ELSE
               MOVE "REJECTED" TO LDL-ACTION
               ADD 1 TO REJECTIONS-LOGGED.
           MOVE AL-LOG-DATE       TO LDL-LOG-DATE.
           MOVE AL-LOG-TIME       TO LDL-LOG-TIME.
           MOVE AL-REQ-NO         TO LDL-REQ-NO.
           MOVE AL-OPERATOR-ID    TO LDL-OPERATOR-ID.
           MOVE AL-EXTENDED-COST  TO LDL-EXTENDED-COST.
           MOVE AL-APPROVAL-LIMIT TO LDL-APPROVAL-LIMIT.
           MOVE AL-REASON         TO LDL-REASON.
           MOVE LOG-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
