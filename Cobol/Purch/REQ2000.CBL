       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. REQ2000.
      *
      *    REQUISITION APPROVAL QUEUE. A SUPERVISOR WORKS THROUGH
      *    THE PENDING REQUISITIONS OLDEST FIRST AND APPROVES OR
      *    REJECTS EACH ONE. ONLY REQUISITIONS WITHIN THE
      *    SUPERVISOR'S OWN APPROVAL LIMIT ARE SHOWN, AND NEVER
      *    THE SUPERVISOR'S OWN -- NOBODY SIGNS OFF THEIR OWN
      *    SPENDING. A REJECTION MUST CARRY A REASON. EVERY
      *    DECISION GOES TO THE APPROVAL LOG.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REQFILE  ASSIGN TO "c:\cobol\data\reqfile.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RQ-REQ-NO
                           FILE STATUS IS REQFILE-FILE-STATUS.
           SELECT OPERMAST ASSIGN TO "c:\cobol\data\opermast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS OP-OPERATOR-ID
                           FILE STATUS IS OPERMAST-FILE-STATUS.
           SELECT APRLOG   ASSIGN TO "c:\cobol\data\aprlog.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APRLOG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  REQFILE.
      *
       COPY "Reqfile.cpy".
      *
       FD  OPERMAST.
      *
       COPY "Opermast.cpy".
      *
       FD  APRLOG.
      *
       COPY "Aprlog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  REQFILE-EOF-SWITCH          PIC X   VALUE "N".
               88  REQFILE-EOF                     VALUE "Y".
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  VALID-DECISION-SWITCH       PIC X   VALUE "N".
               88  VALID-DECISION                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  REQFILE-FILE-STATUS     PIC XX.
               88  REQFILE-SUCCESSFUL          VALUE "00".
           05  OPERMAST-FILE-STATUS    PIC XX.
               88  OPERMAST-SUCCESSFUL         VALUE "00".
           05  APRLOG-FILE-STATUS      PIC XX.
               88  APRLOG-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-DECISION          PIC X.
               88  APPROVE-REQUISITION         VALUE "A".
               88  REJECT-REQUISITION          VALUE "R".
               88  SKIP-REQUISITION            VALUE "S".
               88  END-APPROVALS               VALUE "X".
           05  ENTRY-REASON            PIC X(30).
      *
       01  APPROVAL-WORK-FIELDS.
           05  APPROVER-LIMIT          PIC 9(7)V99.
           05  REQS-SHOWN              PIC S9(5)   COMP  VALUE ZERO.
           05  REQS-APPROVED           PIC S9(5)   COMP  VALUE ZERO.
           05  REQS-REJECTED           PIC S9(5)   COMP  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZ9.
           05  DISPLAY-UNIT-COST       PIC ZZ9.99.
           05  DISPLAY-EXTENDED-COST   PIC Z,ZZZ,ZZ9.99.
           05  DISPLAY-APPROVER-LIMIT  PIC Z,ZZZ,ZZ9.99.
           05  DISPLAY-APPROVED-COUNT  PIC ZZ,ZZ9.
           05  DISPLAY-REJECTED-COUNT  PIC ZZ,ZZ9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
      *
       COPY "Sgnreq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-APPROVE-REQUISITIONS.
      *
           DISPLAY "REQ2000 REQUISITION APPROVAL QUEUE".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT SUPERVISOR-AUTHORITY
               DISPLAY "APPROVING REQUISITIONS NEEDS SUPERVISOR "
                   "AUTHORITY."
               STOP RUN.
           PERFORM 050-GET-APPROVER-LIMIT.
           IF APPROVER-LIMIT = ZERO
               DISPLAY "YOU HAVE NO APPROVAL LIMIT ON FILE -- NOTHING "
                   "CAN BE APPROVED."
               STOP RUN.
           MOVE APPROVER-LIMIT TO DISPLAY-APPROVER-LIMIT.
           DISPLAY "YOUR APPROVAL LIMIT IS " DISPLAY-APPROVER-LIMIT.
           OPEN I-O REQFILE.
           IF NOT REQFILE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON REQFILE -- STATUS "
                   REQFILE-FILE-STATUS
               STOP RUN.
           OPEN EXTEND APRLOG.
           IF NOT APRLOG-SUCCESSFUL
               OPEN OUTPUT APRLOG.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           PERFORM 100-REVIEW-NEXT-REQUISITION
               UNTIL REQFILE-EOF OR END-OF-SESSION.
           CLOSE REQFILE
                 APRLOG.
           IF REQS-SHOWN = ZERO
               DISPLAY "NO PENDING REQUISITIONS WITHIN YOUR LIMIT.".
           MOVE REQS-APPROVED TO DISPLAY-APPROVED-COUNT.
           MOVE REQS-REJECTED TO DISPLAY-REJECTED-COUNT.
           DISPLAY "REQ2000 SESSION ENDED -- " DISPLAY-APPROVED-COUNT
               " APPROVED, " DISPLAY-REJECTED-COUNT " REJECTED.".
           STOP RUN.
      *
       050-GET-APPROVER-LIMIT.
      *
           MOVE ZERO TO APPROVER-LIMIT.
           OPEN INPUT OPERMAST.
           IF OPERMAST-SUCCESSFUL
               MOVE SO-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERMAST
                   INVALID KEY
                       MOVE ZERO TO APPROVER-LIMIT
                   NOT INVALID KEY
                       MOVE OP-APPROVAL-LIMIT TO APPROVER-LIMIT
               END-READ
               CLOSE OPERMAST.
      *
       100-REVIEW-NEXT-REQUISITION.
      *
           READ REQFILE NEXT RECORD
               AT END
                   MOVE "Y" TO REQFILE-EOF-SWITCH
               NOT AT END
                   IF REQ-PENDING
                     AND RQ-EXTENDED-COST NOT > APPROVER-LIMIT
                     AND RQ-REQUESTED-BY NOT = SO-OPERATOR-ID
                       PERFORM 200-SHOW-REQUISITION
                       PERFORM 300-ACCEPT-DECISION
                   END-IF
           END-READ.
      *
       200-SHOW-REQUISITION.
      *
           ADD 1 TO REQS-SHOWN.
           MOVE RQ-QUANTITY      TO DISPLAY-QUANTITY.
           MOVE RQ-UNIT-COST     TO DISPLAY-UNIT-COST.
           MOVE RQ-EXTENDED-COST TO DISPLAY-EXTENDED-COST.
           DISPLAY "-----------------------------------------------".
           DISPLAY "REQUISITION " RQ-REQ-NO "  RAISED "
               RQ-REQUEST-DATE " BY " RQ-REQUESTED-BY.
           DISPLAY "ITEM " RQ-ITEM-NO "  VENDOR " RQ-VENDOR-NO
               "  QTY " DISPLAY-QUANTITY " AT " DISPLAY-UNIT-COST.
           DISPLAY "EXTENDED COST " DISPLAY-EXTENDED-COST.
      *
       300-ACCEPT-DECISION.
      *
           MOVE "N" TO VALID-DECISION-SWITCH.
           PERFORM 310-ACCEPT-ONE-DECISION
               UNTIL VALID-DECISION.
           EVALUATE TRUE
               WHEN APPROVE-REQUISITION
                   SET REQ-APPROVED TO TRUE
                   MOVE SPACE TO RQ-REJECT-REASON
                   PERFORM 400-RECORD-DECISION
                   ADD 1 TO REQS-APPROVED
               WHEN REJECT-REQUISITION
                   SET REQ-REJECTED TO TRUE
                   MOVE ENTRY-REASON TO RQ-REJECT-REASON
                   PERFORM 400-RECORD-DECISION
                   ADD 1 TO REQS-REJECTED
               WHEN END-APPROVALS
                   MOVE "Y" TO END-OF-SESSION-SWITCH
           END-EVALUATE.
      *
       310-ACCEPT-ONE-DECISION.
      *
           DISPLAY "A = APPROVE, R = REJECT, S = SKIP, X = END.".
           ACCEPT ENTRY-DECISION.
           IF APPROVE-REQUISITION OR SKIP-REQUISITION
                                  OR END-APPROVALS
               MOVE "Y" TO VALID-DECISION-SWITCH
           ELSE
               IF REJECT-REQUISITION
                   DISPLAY "ENTER REASON FOR REJECTION."
                   MOVE SPACE TO ENTRY-REASON
                   ACCEPT ENTRY-REASON
                   IF ENTRY-REASON = SPACE
                       DISPLAY "A REJECTION MUST HAVE A REASON."
                   ELSE
                       MOVE "Y" TO VALID-DECISION-SWITCH
                   END-IF
               ELSE
                   DISPLAY "ENTER A, R, S, OR X.".
      *
       400-RECORD-DECISION.
      *
           MOVE SO-OPERATOR-ID TO RQ-DECIDED-BY.
           MOVE RUN-DATE       TO RQ-DECISION-DATE.
           REWRITE REQUISITION-RECORD
               INVALID KEY
                   DISPLAY "REWRITE ERROR ON REQFILE FOR REQUISITION "
                       RQ-REQ-NO
               NOT INVALID KEY
                   PERFORM 410-WRITE-APPROVAL-LOG
           END-REWRITE.
      *
       410-WRITE-APPROVAL-LOG.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-DATE         TO AL-LOG-DATE.
           MOVE RUN-TIME         TO AL-LOG-TIME.
           MOVE RQ-REQ-NO        TO AL-REQ-NO.
           MOVE RQ-STATUS        TO AL-ACTION.
           MOVE SO-OPERATOR-ID   TO AL-OPERATOR-ID.
           MOVE RQ-EXTENDED-COST TO AL-EXTENDED-COST.
           MOVE APPROVER-LIMIT   TO AL-APPROVAL-LIMIT.
           MOVE RQ-REJECT-REASON TO AL-REASON.
           WRITE APPROVAL-LOG-RECORD.
           IF APPROVE-REQUISITION
               DISPLAY "REQUISITION " RQ-REQ-NO " APPROVED."
           ELSE
               DISPLAY "REQUISITION " RQ-REQ-NO " REJECTED.".
