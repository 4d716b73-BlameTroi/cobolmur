       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. VHR1000.
      *
      *    HELD-VOUCHER RELEASE. SUPERVISOR AUTHORITY ONLY -- A
      *    VOUCHER IS HELD BECAUSE THE THREE-WAY MATCH FAILED, SO
      *    PAYING IT ANYWAY IS A DECISION SOMEBODY SIGNS. EACH
      *    HELD VOUCHER IS SHOWN IN TURN: APPROVE IT FOR THE NEXT
      *    PAYMENT RUN, DROP IT WHEN THE INVOICE GOES BACK TO THE
      *    VENDOR, OR SKIP IT TO LEAVE IT HELD. THE VOUCHER FILE
      *    IS COPIED THROUGH A WORK FILE AND BACK, THE WAY ERR1000
      *    REWRITES THE ERROR FILES, SO THE CHANGE TAKES EFFECT AS
      *    SOON AS THE SESSION ENDS. EVERY APPROVAL AND DROP IS
      *    LOGGED WITH THE OPERATOR ID.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT APVCHR   ASSIGN TO "c:\cobol\data\apvchr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APVCHR-FILE-STATUS.
           SELECT APVWORK  ASSIGN TO "c:\cobol\data\apvwork.tmp"
                           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VHRLOG   ASSIGN TO "c:\cobol\data\vhrlog.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS VHRLOG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  APVCHR.
      *
       COPY "Apvchr.cpy".
      *
       FD  APVWORK.
      *
       01  VOUCHER-WORK-RECORD         PIC X(81).
      *
       FD  VHRLOG.
      *
       01  VOUCHER-RELEASE-LOG-RECORD.
           05  VL-RELEASE-DATE         PIC 9(8).
           05  VL-OPERATOR-ID          PIC X(8).
           05  VL-VOUCHER-NO           PIC 9(6).
           05  VL-VENDOR-NO            PIC X(5).
           05  VL-VOUCHER-AMOUNT       PIC S9(7)V99.
           05  VL-ACTION               PIC X(7).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  APVCHR-EOF-SWITCH           PIC X   VALUE "N".
               88  APVCHR-EOF                      VALUE "Y".
           05  APVWORK-EOF-SWITCH          PIC X   VALUE "N".
               88  APVWORK-EOF                     VALUE "Y".
           05  REVIEW-ENDED-SWITCH         PIC X   VALUE "N".
               88  REVIEW-ENDED                    VALUE "Y".
           05  VALID-ACTION-SWITCH         PIC X   VALUE "N".
               88  VALID-ACTION                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  APVCHR-FILE-STATUS      PIC XX.
               88  APVCHR-SUCCESSFUL           VALUE "00".
           05  VHRLOG-FILE-STATUS      PIC XX.
               88  VHRLOG-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ACTION            PIC X.
               88  APPROVE-ACTION              VALUE "A".
               88  DROP-ACTION                 VALUE "D".
               88  SKIP-ACTION                 VALUE "S".
               88  END-ACTION                  VALUE "X".
      *
       01  COUNT-FIELDS.
           05  VOUCHERS-APPROVED       PIC 9(5)    VALUE ZERO.
           05  VOUCHERS-DROPPED        PIC 9(5)    VALUE ZERO.
           05  VOUCHERS-LEFT-HELD      PIC 9(5)    VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
           05  DISPLAY-UNIT-COST       PIC ZZ9.99-.
           05  DISPLAY-QUANTITY        PIC ZZ,ZZ9-.
      *
       COPY "Sgnreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       PROCEDURE DIVISION.
      *
       000-RELEASE-HELD-VOUCHERS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "VHR1000 HELD-VOUCHER RELEASE".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               GOBACK.
           IF NOT SUPERVISOR-AUTHORITY
               DISPLAY "VOUCHER RELEASE NEEDS SUPERVISOR AUTHORITY."
               GOBACK.
           OPEN INPUT APVCHR.
           IF NOT APVCHR-SUCCESSFUL
               DISPLAY "NO VOUCHER FILE ON FILE."
               GOBACK.
           OPEN OUTPUT APVWORK.
           PERFORM 100-REVIEW-NEXT-VOUCHER
               UNTIL APVCHR-EOF.
           CLOSE APVCHR
                 APVWORK.
           IF VOUCHERS-APPROVED > ZERO
             OR VOUCHERS-DROPPED > ZERO
               PERFORM 400-REWRITE-VOUCHER-FILE.
           DISPLAY "VOUCHERS APPROVED   " VOUCHERS-APPROVED.
           DISPLAY "VOUCHERS DROPPED    " VOUCHERS-DROPPED.
           DISPLAY "VOUCHERS STILL HELD " VOUCHERS-LEFT-HELD.
           DISPLAY "VHR1000 SESSION ENDED.".
           GOBACK.
      *
      *    ONCE THE SUPERVISOR ENDS THE REVIEW, THE REST OF THE
      *    FILE IS COPIED ACROSS UNTOUCHED, STILL-HELD VOUCHERS
      *    INCLUDED.
      *
       100-REVIEW-NEXT-VOUCHER.
      *
           READ APVCHR
               AT END
                   MOVE "Y" TO APVCHR-EOF-SWITCH
               NOT AT END
                   IF VOUCHER-HELD
                       IF REVIEW-ENDED
                           ADD 1 TO VOUCHERS-LEFT-HELD
                       ELSE
                           PERFORM 200-REVIEW-HELD-VOUCHER
                       END-IF
                   END-IF
                   IF NOT (VOUCHER-HELD AND DROP-ACTION)
                       WRITE VOUCHER-WORK-RECORD FROM VOUCHER-RECORD
                   END-IF
           END-READ.
      *
       200-REVIEW-HELD-VOUCHER.
      *
           DISPLAY "-----------------------------------------------".
           MOVE VO-VOUCHER-AMOUNT   TO DISPLAY-AMOUNT.
           DISPLAY "VOUCHER " VO-VOUCHER-NO "  VENDOR " VO-VENDOR-NO
               "  INVOICE " VO-INVOICE-NO "  DATED " VO-INVOICE-DATE.
           MOVE VO-INVOICE-QUANTITY TO DISPLAY-QUANTITY.
           MOVE VO-UNIT-COST        TO DISPLAY-UNIT-COST.
           DISPLAY "  ITEM " VO-ITEM-NO "  QUANTITY " DISPLAY-QUANTITY
               "  AT " DISPLAY-UNIT-COST "  AMOUNT " DISPLAY-AMOUNT.
           MOVE "N" TO VALID-ACTION-SWITCH.
           PERFORM 210-ACCEPT-ACTION
               UNTIL VALID-ACTION.
           EVALUATE TRUE
               WHEN APPROVE-ACTION
                   SET VOUCHER-APPROVED TO TRUE
                   ADD 1 TO VOUCHERS-APPROVED
                   MOVE "APPROVE" TO VL-ACTION
                   PERFORM 300-LOG-VOUCHER-ACTION
               WHEN DROP-ACTION
                   ADD 1 TO VOUCHERS-DROPPED
                   MOVE "DROP"    TO VL-ACTION
                   PERFORM 300-LOG-VOUCHER-ACTION
               WHEN SKIP-ACTION
                   ADD 1 TO VOUCHERS-LEFT-HELD
               WHEN END-ACTION
                   ADD 1 TO VOUCHERS-LEFT-HELD
                   MOVE "Y" TO REVIEW-ENDED-SWITCH
           END-EVALUATE.
      *
       210-ACCEPT-ACTION.
      *
           DISPLAY "ENTER A TO APPROVE FOR PAYMENT, D TO DROP, "
               "S TO SKIP, OR X TO END.".
           ACCEPT ENTRY-ACTION.
           IF APPROVE-ACTION OR DROP-ACTION
             OR SKIP-ACTION OR END-ACTION
               MOVE "Y" TO VALID-ACTION-SWITCH
           ELSE
               DISPLAY "ENTER A, D, S, OR X.".
      *
       300-LOG-VOUCHER-ACTION.
      *
           OPEN EXTEND VHRLOG.
           IF NOT VHRLOG-SUCCESSFUL
               OPEN OUTPUT VHRLOG.
           MOVE RUN-DATE          TO VL-RELEASE-DATE.
           MOVE SO-OPERATOR-ID    TO VL-OPERATOR-ID.
           MOVE VO-VOUCHER-NO     TO VL-VOUCHER-NO.
           MOVE VO-VENDOR-NO      TO VL-VENDOR-NO.
           MOVE VO-VOUCHER-AMOUNT TO VL-VOUCHER-AMOUNT.
           WRITE VOUCHER-RELEASE-LOG-RECORD.
           IF NOT VHRLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON VHRLOG -- STATUS "
                   VHRLOG-FILE-STATUS.
           CLOSE VHRLOG.
      *
       400-REWRITE-VOUCHER-FILE.
      *
           OPEN INPUT APVWORK.
           OPEN OUTPUT APVCHR.
           PERFORM 410-COPY-NEXT-VOUCHER
               UNTIL APVWORK-EOF.
           CLOSE APVWORK
                 APVCHR.
      *
       410-COPY-NEXT-VOUCHER.
      *
           READ APVWORK
               AT END
                   MOVE "Y" TO APVWORK-EOF-SWITCH
               NOT AT END
                   WRITE VOUCHER-RECORD FROM VOUCHER-WORK-RECORD
           END-READ.
