       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. BHD1000.
      *
      *    NIGHTLY BURSAR-HOLD PASS. A STUDENT WITH AN OPEN ITEM ON
      *    THE STUDENT OPEN-ITEM FILE OLDER THAN THE PAST-DUE DAYS
      *    ON THE TUITION CONTROL FILE, AND A BALANCE STILL OWING,
      *    GOES ON BURSAR HOLD. REGISTRATION REJECTS ANY ADD FOR A
      *    STUDENT ON HOLD. ONLY THE SUPERVISOR RELEASE SCREEN
      *    (BHR1000) TAKES A STUDENT OFF HOLD -- PAYING UP DOES NOT
      *    RELEASE THE HOLD BY ITSELF. A RELEASED STUDENT IS HELD
      *    AGAIN ONLY WHEN AN ITEM FALLS PAST DUE AFTER THE
      *    RELEASE. THE HOLD REGISTER LISTS EVERY STUDENT ON HOLD
      *    WITH THE AMOUNT OWED AND EVERY RELEASE SINCE THE LAST
      *    PASS.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT TUICTL   ASSIGN TO "c:\cobol\data\tuictl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TUICTL-FILE-STATUS.
           SELECT STUOPEN  ASSIGN TO "c:\cobol\data\stuopen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STUOPEN-FILE-STATUS.
           SELECT BRSHOLD  ASSIGN TO "c:\cobol\data\brshold.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS BU-STUDENT-ID
                           FILE STATUS IS BRSHOLD-FILE-STATUS.
           SELECT BHDRPT   ASSIGN TO "c:\cobol\data\bhd1rpt.prn".
           SELECT BATCHLOG ASSIGN TO "c:\cobol\data\batchlog.dat".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TUICTL.
      *
       COPY "Tuictl.cpy".
      *
       FD  STUOPEN.
      *
       COPY "Stuopen.cpy".
      *
       FD  BRSHOLD.
      *
       COPY "Brshold.cpy".
      *
       FD  BHDRPT.
       01  BHD-PRINT-AREA          PIC X(80).
      *
       FD  BATCHLOG.
      *
       COPY "Batchlog.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STUOPEN-EOF-SWITCH          PIC X   VALUE "N".
               88  STUOPEN-EOF                     VALUE "Y".
           05  BRSHOLD-EOF-SWITCH          PIC X   VALUE "N".
               88  BRSHOLD-EOF                     VALUE "Y".
           05  STUDENT-FOUND-SWITCH        PIC X   VALUE "N".
               88  STUDENT-FOUND                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  TUICTL-FILE-STATUS      PIC XX.
               88  TUICTL-SUCCESSFUL           VALUE "00".
           05  STUOPEN-FILE-STATUS     PIC XX.
               88  STUOPEN-SUCCESSFUL          VALUE "00".
           05  BRSHOLD-FILE-STATUS     PIC XX.
               88  BRSHOLD-SUCCESSFUL          VALUE "00".
               88  BRSHOLD-NOT-FOUND           VALUE "23".
      *
       01  HOLD-COUNT-FIELDS.
           05  ITEMS-READ-COUNT        PIC 9(7)    VALUE ZERO.
           05  NEW-HOLD-COUNT          PIC 9(5)    VALUE ZERO.
           05  CONTINUED-HOLD-COUNT    PIC 9(5)    VALUE ZERO.
           05  RELEASE-COUNT           PIC 9(5)    VALUE ZERO.
           05  HELD-AMOUNT-OWED        PIC S9(9)V99 VALUE ZERO.
      *
       01  HOLD-WORK-FIELDS.
           05  PAST-DUE-DAYS           PIC 9(3).
           05  ELAPSED-DAYS            PIC S9(7).
           05  AMOUNT-OWED             PIC S9(9)V99.
           05  AMOUNT-PAST-DUE         PIC S9(9)V99.
           05  HOLD-STATUS-TEXT        PIC X(10).
      *
      *    EVERY STUDENT WITH AN OPEN ITEM: THE BALANCE OWED, THE
      *    PART OF IT PAST DUE, AND THE LATEST BILL DATE AMONG THE
      *    PAST-DUE ITEMS -- WHICH SAYS WHETHER ANYTHING FELL PAST
      *    DUE AFTER A RELEASE.
      *
       01  STUDENT-BALANCE-TABLE.
           05  BALANCE-ENTRY-COUNT     PIC S9(3)   COMP  VALUE ZERO.
           05  BALANCE-ENTRY               OCCURS 500 TIMES
                                           INDEXED BY SB-INDEX.
               10  SB-STUDENT-ID           PIC 9(9).
               10  SB-AMOUNT-OWED          PIC S9(9)V99.
               10  SB-AMOUNT-PAST-DUE      PIC S9(9)V99.
               10  SB-LATEST-PAST-DUE-DATE PIC 9(8).
      *
       COPY "Dtereq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(07).
           05  JOB-START-TIME          PIC 9(6)    VALUE ZERO.
      *
       01  BHD-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "BHD1000  BURSAR-HOLD REGISTER     AS OF ".
           05  BHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(17) VALUE
               "   PAST DUE DAYS ".
           05  BHL-PAST-DUE-DAYS       PIC ZZ9.
      *
       01  BHD-HEADING-LINE-2.
           05  FILLER                  PIC X(11) VALUE "STUDENT".
           05  FILLER                  PIC X(11) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "HELD".
           05  FILLER                  PIC X(15) VALUE "   AMOUNT OWED".
           05  FILLER                  PIC X(15) VALUE "  PAST DUE".
           05  FILLER                  PIC X(10) VALUE "RELEASED".
           05  FILLER                  PIC X(8)  VALUE "BY".
      *
       01  BHD-DETAIL-LINE.
           05  BDL-STUDENT-ID          PIC 9(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BDL-HOLD-STATUS         PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-HOLD-DATE           PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-AMOUNT-OWED         PIC ZZZ,ZZZ,Z9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-AMOUNT-PAST-DUE     PIC ZZZ,ZZZ,Z9.99-.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BDL-RELEASE-DATE        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  BDL-RELEASE-OPERATOR    PIC X(8).
      *
       01  BHD-TOTAL-LINE-1.
           05  FILLER                  PIC X(13)
               VALUE "NEW HOLDS  ".
           05  BTL-NEW-HOLDS           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(17)
               VALUE "   STILL HELD  ".
           05  BTL-CONTINUED-HOLDS     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(15)
               VALUE "   RELEASED  ".
           05  BTL-RELEASES            PIC ZZ,ZZ9.
      *
       01  BHD-TOTAL-LINE-2.
           05  FILLER                  PIC X(30)
               VALUE "OWED BY STUDENTS ON HOLD".
           05  BTL-HELD-AMOUNT-OWED    PIC ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-APPLY-BURSAR-HOLDS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-TIME TO JOB-START-TIME.
           PERFORM 050-LOAD-PAST-DUE-DAYS.
           PERFORM 100-LOAD-STUDENT-BALANCES.
           OPEN I-O BRSHOLD.
           IF NOT BRSHOLD-SUCCESSFUL
               OPEN OUTPUT BRSHOLD
               CLOSE BRSHOLD
               OPEN I-O BRSHOLD.
           IF NOT BRSHOLD-SUCCESSFUL
               DISPLAY "BHD1000 BURSAR HOLD FILE COULD NOT BE "
                   "OPENED -- STATUS " BRSHOLD-FILE-STATUS
               STOP RUN.
           OPEN OUTPUT BHDRPT.
           MOVE RUN-DATE      TO BHL-RUN-DATE.
           MOVE PAST-DUE-DAYS TO BHL-PAST-DUE-DAYS.
           MOVE BHD-HEADING-LINE-1 TO BHD-PRINT-AREA.
           WRITE BHD-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE BHD-HEADING-LINE-2 TO BHD-PRINT-AREA.
           WRITE BHD-PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 300-JUDGE-ONE-STUDENT
               VARYING SB-INDEX FROM 1 BY 1
               UNTIL SB-INDEX > BALANCE-ENTRY-COUNT.
           PERFORM 400-PRINT-HOLD-REGISTER.
           CLOSE BRSHOLD.
           MOVE NEW-HOLD-COUNT       TO BTL-NEW-HOLDS.
           MOVE CONTINUED-HOLD-COUNT TO BTL-CONTINUED-HOLDS.
           MOVE RELEASE-COUNT        TO BTL-RELEASES.
           MOVE BHD-TOTAL-LINE-1 TO BHD-PRINT-AREA.
           WRITE BHD-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE HELD-AMOUNT-OWED     TO BTL-HELD-AMOUNT-OWED.
           MOVE BHD-TOTAL-LINE-2 TO BHD-PRINT-AREA.
           WRITE BHD-PRINT-AREA AFTER ADVANCING 1 LINES.
           CLOSE BHDRPT.
           PERFORM 600-WRITE-BATCH-LOG-RECORD.
           DISPLAY "BHD1000 NEW HOLDS " NEW-HOLD-COUNT
               "  STILL HELD " CONTINUED-HOLD-COUNT
               "  RELEASED " RELEASE-COUNT.
           STOP RUN.
      *
       050-LOAD-PAST-DUE-DAYS.
      *
      *    A CONTROL RECORD WITHOUT THE PAST-DUE DAYS ON IT CANNOT
      *    SAY WHO IS PAST DUE, SO NOBODY IS HELD UNTIL THEY ARE
      *    SET.
      *
           OPEN INPUT TUICTL.
           IF NOT TUICTL-SUCCESSFUL
               DISPLAY "BHD1000 NO TUITION CONTROL FILE -- NO "
                   "HOLDS APPLIED."
               STOP RUN.
           READ TUICTL
               AT END
                   DISPLAY "BHD1000 TUITION CONTROL FILE IS EMPTY "
                       "-- NO HOLDS APPLIED."
                   STOP RUN
           END-READ.
           CLOSE TUICTL.
           IF TU-PAST-DUE-DAYS NOT NUMERIC
               OR TU-PAST-DUE-DAYS = ZERO
               DISPLAY "BHD1000 NO PAST-DUE DAYS ON TUICTL -- NO "
                   "HOLDS APPLIED."
               STOP RUN.
           MOVE TU-PAST-DUE-DAYS TO PAST-DUE-DAYS.
      *
       100-LOAD-STUDENT-BALANCES.
      *
           OPEN INPUT STUOPEN.
           IF NOT STUOPEN-SUCCESSFUL
               MOVE "Y" TO STUOPEN-EOF-SWITCH
           ELSE
               PERFORM 110-LOAD-NEXT-OPEN-ITEM
                   UNTIL STUOPEN-EOF
               CLOSE STUOPEN.
      *
       110-LOAD-NEXT-OPEN-ITEM.
      *
           READ STUOPEN
               AT END
                   MOVE "Y" TO STUOPEN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO ITEMS-READ-COUNT
                   IF STUDENT-ITEM-OPEN AND SO-OPEN-AMOUNT NOT = ZERO
                       PERFORM 120-POST-OPEN-ITEM-TO-TABLE
                   END-IF
           END-READ.
      *
       120-POST-OPEN-ITEM-TO-TABLE.
      *
           SET SB-INDEX TO 1.
           SEARCH BALANCE-ENTRY
               AT END
                   DISPLAY "BHD1000 BALANCE TABLE FULL FOR "
                       "STUDENT " SO-STUDENT-ID
               WHEN SB-INDEX > BALANCE-ENTRY-COUNT
                   IF BALANCE-ENTRY-COUNT < 500
                       ADD 1 TO BALANCE-ENTRY-COUNT
                       MOVE SO-STUDENT-ID TO SB-STUDENT-ID (SB-INDEX)
                       MOVE ZERO TO SB-AMOUNT-OWED (SB-INDEX)
                                    SB-AMOUNT-PAST-DUE (SB-INDEX)
                                    SB-LATEST-PAST-DUE-DATE (SB-INDEX)
                       PERFORM 130-ADD-ITEM-TO-STUDENT
                   ELSE
                       DISPLAY "BHD1000 BALANCE TABLE FULL FOR "
                           "STUDENT " SO-STUDENT-ID
                   END-IF
               WHEN SB-STUDENT-ID (SB-INDEX) = SO-STUDENT-ID
                   PERFORM 130-ADD-ITEM-TO-STUDENT
           END-SEARCH.
      *
       130-ADD-ITEM-TO-STUDENT.
      *
      *    A CREDIT ITEM REDUCES WHAT IS OWED BUT IS NEVER PAST
      *    DUE ITSELF.
      *
           ADD SO-OPEN-AMOUNT TO SB-AMOUNT-OWED (SB-INDEX).
           IF SO-OPEN-AMOUNT > ZERO
               MOVE RUN-DATE     TO DC-DATE-1
               MOVE SO-BILL-DATE TO DC-DATE-2
               SET ELAPSED-BETWEEN TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-ELAPSED-DAYS TO ELAPSED-DAYS
               ELSE
                   MOVE ZERO TO ELAPSED-DAYS
               END-IF
               IF ELAPSED-DAYS > PAST-DUE-DAYS
                   ADD SO-OPEN-AMOUNT TO SB-AMOUNT-PAST-DUE (SB-INDEX)
                   IF SO-BILL-DATE > SB-LATEST-PAST-DUE-DATE (SB-INDEX)
                       MOVE SO-BILL-DATE
                           TO SB-LATEST-PAST-DUE-DATE (SB-INDEX)
                   END-IF
               END-IF.
      *
       300-JUDGE-ONE-STUDENT.
      *
      *    A STUDENT WHOSE CREDITS COVER THE PAST-DUE ITEMS OWES
      *    NOTHING AND IS NOT HELD.
      *
           IF SB-AMOUNT-PAST-DUE (SB-INDEX) > ZERO
               AND SB-AMOUNT-OWED (SB-INDEX) > ZERO
               MOVE SB-STUDENT-ID (SB-INDEX) TO BU-STUDENT-ID
               READ BRSHOLD
                   INVALID KEY
                       PERFORM 310-PLACE-NEW-HOLD
                   NOT INVALID KEY
                       PERFORM 320-UPDATE-HOLD
               END-READ.
      *
       310-PLACE-NEW-HOLD.
      *
           MOVE SB-STUDENT-ID (SB-INDEX) TO BU-STUDENT-ID.
           SET BURSAR-HOLD-ON TO TRUE.
           MOVE RUN-DATE TO BU-HOLD-DATE.
           MOVE SB-AMOUNT-PAST-DUE (SB-INDEX) TO BU-AMOUNT-PAST-DUE.
           MOVE ZERO  TO BU-RELEASE-DATE.
           MOVE SPACE TO BU-RELEASE-OPERATOR.
           WRITE BURSAR-HOLD-RECORD.
           IF NOT BRSHOLD-SUCCESSFUL
               DISPLAY "BHD1000 WRITE ERROR ON BRSHOLD FOR STUDENT "
                   BU-STUDENT-ID " -- STATUS " BRSHOLD-FILE-STATUS.
      *
       320-UPDATE-HOLD.
      *
      *    A RELEASE COVERS WHAT WAS PAST DUE WHEN THE SUPERVISOR
      *    GAVE IT. AN ITEM STILL SHORT OF THE PAST-DUE DAYS ON
      *    THE RELEASE DATE HAS FALLEN PAST DUE SINCE, AND HOLDS
      *    THE STUDENT AGAIN.
      *
           IF BURSAR-HOLD-ON
               MOVE SB-AMOUNT-PAST-DUE (SB-INDEX)
                   TO BU-AMOUNT-PAST-DUE
               PERFORM 330-REWRITE-HOLD
           ELSE
               MOVE BU-RELEASE-DATE TO DC-DATE-1
               MOVE SB-LATEST-PAST-DUE-DATE (SB-INDEX) TO DC-DATE-2
               SET ELAPSED-BETWEEN TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-ELAPSED-DAYS TO ELAPSED-DAYS
               ELSE
                   MOVE ZERO TO ELAPSED-DAYS
               END-IF
               IF ELAPSED-DAYS NOT > PAST-DUE-DAYS
                   IF BURSAR-HOLD-RELEASED
                       PERFORM 340-PRINT-UNREPORTED-RELEASE
                   END-IF
                   SET BURSAR-HOLD-ON TO TRUE
                   MOVE RUN-DATE TO BU-HOLD-DATE
                   MOVE SB-AMOUNT-PAST-DUE (SB-INDEX)
                       TO BU-AMOUNT-PAST-DUE
                   MOVE ZERO  TO BU-RELEASE-DATE
                   MOVE SPACE TO BU-RELEASE-OPERATOR
                   PERFORM 330-REWRITE-HOLD
               END-IF.
      *
       330-REWRITE-HOLD.
      *
           REWRITE BURSAR-HOLD-RECORD.
           IF NOT BRSHOLD-SUCCESSFUL
               DISPLAY "BHD1000 REWRITE ERROR ON BRSHOLD FOR STUDENT "
                   BU-STUDENT-ID " -- STATUS " BRSHOLD-FILE-STATUS.
      *
       340-PRINT-UNREPORTED-RELEASE.
      *
      *    A STUDENT RELEASED AND HELD AGAIN BEFORE THE REGISTER
      *    HAS SHOWN THE RELEASE STILL HAS IT PRINTED, AHEAD OF
      *    THE REGISTER ITSELF, SO NO RELEASE GOES UNREPORTED.
      *
           MOVE "RELEASED" TO HOLD-STATUS-TEXT.
           MOVE SB-AMOUNT-OWED (SB-INDEX) TO AMOUNT-OWED.
           MOVE ZERO TO AMOUNT-PAST-DUE.
           PERFORM 430-PRINT-HOLD-LINE.
           ADD 1 TO RELEASE-COUNT.
      *
       400-PRINT-HOLD-REGISTER.
      *
           MOVE ZERO TO BU-STUDENT-ID.
           START BRSHOLD KEY IS NOT LESS THAN BU-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO BRSHOLD-EOF-SWITCH
           END-START.
           PERFORM 410-PRINT-NEXT-HOLD
               UNTIL BRSHOLD-EOF.
      *
       410-PRINT-NEXT-HOLD.
      *
           READ BRSHOLD NEXT RECORD
               AT END
                   MOVE "Y" TO BRSHOLD-EOF-SWITCH
               NOT AT END
                   IF BURSAR-HOLD-ON OR BURSAR-HOLD-RELEASED
                       PERFORM 420-PRINT-HOLD-ENTRY
                   END-IF
           END-READ.
      *
       420-PRINT-HOLD-ENTRY.
      *
      *    THE AMOUNT OWED IS TONIGHT'S BALANCE. A HELD STUDENT
      *    WHO HAS PAID SHOWS NOTHING OWED -- THE CUE FOR THE
      *    BURSAR TO RELEASE THE HOLD.
      *
           MOVE "N" TO STUDENT-FOUND-SWITCH.
           MOVE ZERO TO AMOUNT-OWED
                        AMOUNT-PAST-DUE.
           SET SB-INDEX TO 1.
           SEARCH BALANCE-ENTRY
               AT END
                   CONTINUE
               WHEN SB-INDEX > BALANCE-ENTRY-COUNT
                   CONTINUE
               WHEN SB-STUDENT-ID (SB-INDEX) = BU-STUDENT-ID
                   MOVE "Y" TO STUDENT-FOUND-SWITCH
                   MOVE SB-AMOUNT-OWED (SB-INDEX)     TO AMOUNT-OWED
                   MOVE SB-AMOUNT-PAST-DUE (SB-INDEX) TO AMOUNT-PAST-DUE
           END-SEARCH.
           IF BURSAR-HOLD-ON
               IF BU-HOLD-DATE = RUN-DATE
                   MOVE "NEW HOLD" TO HOLD-STATUS-TEXT
                   ADD 1 TO NEW-HOLD-COUNT
               ELSE
                   MOVE "ON HOLD" TO HOLD-STATUS-TEXT
                   ADD 1 TO CONTINUED-HOLD-COUNT
               END-IF
               ADD AMOUNT-OWED TO HELD-AMOUNT-OWED
               PERFORM 430-PRINT-HOLD-LINE
           ELSE
               MOVE "RELEASED" TO HOLD-STATUS-TEXT
               ADD 1 TO RELEASE-COUNT
               PERFORM 430-PRINT-HOLD-LINE
               SET BURSAR-RELEASE-REPORTED TO TRUE
               PERFORM 330-REWRITE-HOLD.
      *
       430-PRINT-HOLD-LINE.
      *
           MOVE BU-STUDENT-ID    TO BDL-STUDENT-ID.
           MOVE HOLD-STATUS-TEXT TO BDL-HOLD-STATUS.
           MOVE BU-HOLD-DATE     TO BDL-HOLD-DATE.
           MOVE AMOUNT-OWED      TO BDL-AMOUNT-OWED.
           MOVE AMOUNT-PAST-DUE  TO BDL-AMOUNT-PAST-DUE.
           IF BU-RELEASE-DATE = ZERO
               MOVE SPACE TO BDL-RELEASE-DATE
           ELSE
               MOVE BU-RELEASE-DATE TO BDL-RELEASE-DATE.
           MOVE BU-RELEASE-OPERATOR TO BDL-RELEASE-OPERATOR.
           MOVE BHD-DETAIL-LINE TO BHD-PRINT-AREA.
           WRITE BHD-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       600-WRITE-BATCH-LOG-RECORD.
      *
           OPEN EXTEND BATCHLOG.
           MOVE "BHD1000"          TO BL-JOB-NAME.
           MOVE RUN-DATE           TO BL-RUN-DATE.
           MOVE ITEMS-READ-COUNT   TO BL-RECORDS-READ.
           MOVE NEW-HOLD-COUNT     TO BL-RECORDS-WRITTEN.
           MOVE ZERO               TO BL-RECORDS-REJECTED.
           MOVE "OK"               TO BL-OUTCOME.
           MOVE FUNCTION CURRENT-DATE
               TO CURRENT-DATE-AND-TIME.
           MOVE JOB-START-TIME TO BL-START-TIME.
           MOVE RUN-TIME       TO BL-END-TIME.
           WRITE BATCH-LOG-RECORD.
           CLOSE BATCHLOG.
