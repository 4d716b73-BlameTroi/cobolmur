       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. TUA1000.
      *
      *    TUITION DROP/ADD ADJUSTMENT. RUNS AFTER THE REGISTRATION
      *    UPDATE ONCE THE TERM HAS BEEN BILLED. THE DROPS AND ADDS
      *    CRS1000 LOGGED AFTER THE TERM'S TUI1000 BILLING ARE TAKEN
      *    A STUDENT AT A TIME IN THE ORDER THEY WERE MADE, AND THE
      *    STUDENT'S TERM IS REPRICED AT THE TUITION CONTROL RATE
      *    AND CAP AFTER EACH ONE. AN ADD IS CHARGED WHATEVER IT
      *    PUTS ON THE TERM. A DROP IS REFUNDED WHAT IT TAKES OFF
      *    THE TERM AT THE PERCENTAGE THE REFUND SCHEDULE GIVES FOR
      *    THE WEEK OF THE TERM IT WAS MADE IN. EACH STUDENT'S NET
      *    GOES TO THE STUDENT OPEN-ITEM FILE IN THE AROPEN
      *    PATTERN -- A CHARGE, OR A CREDIT CARRIED AS A NEGATIVE
      *    ITEM -- AND THE ADJUSTMENT REGISTER PRINTS EVERY CHANGE
      *    WITH CONTROL TOTALS FOR THE RUN. THE LOG RECORDS DEALT
      *    WITH ARE MARKED SO THE NEXT RUN DOES NOT PRICE THEM
      *    AGAIN. THE BURSAR'S HAND RECALCULATION RETIRES.
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
           SELECT NEWREG   ASSIGN TO "c:\cobol\data\newreg.dat"
                           FILE STATUS IS NEWREG-FILE-STATUS.
           SELECT DROPADD  ASSIGN TO "c:\cobol\data\dropadd.dat"
                           FILE STATUS IS DROPADD-FILE-STATUS.
           SELECT STUOPEN  ASSIGN TO "c:\cobol\data\stuopen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STUOPEN-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk23.dat".
           SELECT TUARPT   ASSIGN TO "c:\cobol\data\tua1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  TUICTL.
      *
       COPY "Tuictl.cpy".
      *
       FD  NEWREG.
      *
       COPY "CRSEREG.CPY".
      *
       FD  DROPADD.
      *
       COPY "Dropadd.cpy".
      *
       FD  STUOPEN.
      *
       COPY "Stuopen.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-STUDENT-ID           PIC 9(9).
           05  SW-LOG-DATE             PIC 9(8).
           05  SW-LOG-TIME             PIC 9(6).
           05  SW-LOG-SEQUENCE         PIC 9(5).
           05  SW-ACTION-CODE          PIC X.
           05  SW-STUDENT-NAME         PIC X(25).
           05  SW-COURSE-KEY           PIC X(9).
           05  SW-COURSE-UNITS         PIC 9.
      *
       FD  TUARPT.
       01  TUA-PRINT-AREA          PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  NEWREG-EOF-SWITCH           PIC X   VALUE "N".
               88  NEWREG-EOF                      VALUE "Y".
           05  DROPADD-EOF-SWITCH          PIC X   VALUE "N".
               88  DROPADD-EOF                     VALUE "Y".
           05  STUOPEN-EOF-SWITCH          PIC X   VALUE "N".
               88  STUOPEN-EOF                     VALUE "Y".
           05  SORTWORK-EOF-SWITCH         PIC X   VALUE "N".
               88  SORTWORK-EOF                    VALUE "Y".
           05  STUDENT-TABLE-FULL-SWITCH   PIC X   VALUE "N".
               88  STUDENT-TABLE-FULL              VALUE "Y".
           05  CHANGE-TABLE-FULL-SWITCH    PIC X   VALUE "N".
               88  CHANGE-TABLE-FULL               VALUE "Y".
           05  STUDENT-HELD-SWITCH         PIC X   VALUE "N".
               88  STUDENT-HELD                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  TUICTL-FILE-STATUS      PIC XX.
               88  TUICTL-SUCCESSFUL           VALUE "00".
           05  NEWREG-FILE-STATUS      PIC XX.
               88  NEWREG-SUCCESSFUL           VALUE "00".
           05  DROPADD-FILE-STATUS     PIC XX.
               88  DROPADD-SUCCESSFUL          VALUE "00".
           05  STUOPEN-FILE-STATUS     PIC XX.
               88  STUOPEN-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ADJUSTMENT-TERM         PIC 9(6).
      *
       01  TERM-CONTROL-FIELDS.
           05  TERM-BILL-DATE          PIC 9(8)    VALUE ZERO.
           05  TERM-START-DATE         PIC 9(8)    VALUE ZERO.
           05  REFUND-SCHEDULE.
               10  REFUND-SCHEDULE-PCT PIC 9(3)    OCCURS 4 TIMES.
      *
       01  ADJUSTMENT-COUNT-FIELDS.
           05  LOG-ENTRIES-READ        PIC 9(7)    VALUE ZERO.
           05  CHANGES-RELEASED        PIC 9(7)    VALUE ZERO.
           05  CHANGES-BEFORE-BILLING  PIC 9(7)    VALUE ZERO.
           05  ADDS-PRICED             PIC 9(7)    VALUE ZERO.
           05  DROPS-PRICED            PIC 9(7)    VALUE ZERO.
           05  STUDENTS-ADJUSTED       PIC 9(5)    VALUE ZERO.
           05  STUDENTS-HELD           PIC 9(5)    VALUE ZERO.
           05  ITEMS-WRITTEN           PIC 9(5)    VALUE ZERO.
           05  ENTRIES-MARKED          PIC 9(7)    VALUE ZERO.
      *
       01  ADJUSTMENT-WORK-FIELDS.
           05  ADJUST-STUDENT-ID       PIC 9(9).
           05  ADJUST-STUDENT-NAME     PIC X(25).
           05  CURRENT-UNITS           PIC 9(3).
           05  UNITS-ADDED             PIC 9(3).
           05  UNITS-DROPPED           PIC 9(3).
           05  START-UNITS             PIC S9(3).
           05  RUNNING-UNITS           PIC 9(3).
           05  PRICE-UNITS             PIC 9(3).
           05  PRICED-TUITION          PIC S9(7)V99.
           05  TUITION-BEFORE          PIC S9(7)V99.
           05  TUITION-BEFORE-CHANGE   PIC S9(7)V99.
           05  TUITION-CHANGE          PIC S9(7)V99.
           05  CHANGE-AMOUNT           PIC S9(7)V99.
           05  CHANGE-WEEK             PIC 9(5).
           05  REFUND-PCT              PIC 9(3).
           05  STUDENT-CHARGES         PIC S9(7)V99.
           05  STUDENT-REFUNDS         PIC S9(7)V99.
           05  STUDENT-NET-ADJUSTMENT  PIC S9(7)V99.
           05  RUN-CHARGE-TOTAL        PIC S9(9)V99 VALUE ZERO.
           05  RUN-REFUND-TOTAL        PIC S9(9)V99 VALUE ZERO.
           05  RUN-NET-TOTAL           PIC S9(9)V99 VALUE ZERO.
           05  STUDENT-SUB             PIC S9(3)   COMP.
           05  CHANGE-SUB              PIC S9(3)   COMP.
           05  HELD-SUB                PIC S9(3)   COMP.
      *
       01  TUITION-REFERENCE.
           05  FILLER                  PIC X(3)  VALUE "TUI".
           05  TR-BILLING-TERM         PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
      *
       01  ADJUSTMENT-REFERENCE.
           05  FILLER                  PIC X(3)  VALUE "ADJ".
           05  AR-ADJUSTMENT-TERM      PIC 9(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
      *
       01  STUDENT-UNIT-TABLE.
           05  STUDENT-COUNT           PIC S9(3)   COMP  VALUE ZERO.
           05  STUDENT-ENTRY               OCCURS 200 TIMES
                                           INDEXED BY STUDENT-INDEX.
               10  SU-STUDENT-ID           PIC 9(9).
               10  SU-TERM-UNITS           PIC 9(3).
      *
      *    ONE STUDENT'S CHANGES, OLDEST FIRST, AS THEY COME BACK
      *    FROM THE SORT. THE STUDENT'S UNITS BEFORE THE CHANGES
      *    ARE NOT KNOWN UNTIL ALL OF THEM HAVE BEEN SEEN.
      *
       01  STUDENT-CHANGE-TABLE.
           05  CHANGE-COUNT            PIC S9(3)   COMP  VALUE ZERO.
           05  CHANGE-ENTRY                OCCURS 50 TIMES.
               10  CH-LOG-DATE             PIC 9(8).
               10  CH-ACTION-CODE          PIC X.
                   88  CH-ADD                      VALUE "A".
                   88  CH-DROP                     VALUE "D".
               10  CH-COURSE-KEY           PIC X(9).
               10  CH-COURSE-UNITS         PIC 9.
      *
      *    A STUDENT WITH MORE CHANGES THAN THE TABLE HOLDS IS NOT
      *    ADJUSTED, AND THE LOG RECORDS ARE LEFT PENDING FOR THE
      *    BURSAR TO DEAL WITH.
      *
       01  HELD-STUDENT-TABLE.
           05  HELD-COUNT              PIC S9(3)   COMP  VALUE ZERO.
           05  HELD-STUDENT-ID         PIC 9(9)    OCCURS 50 TIMES.
      *
       COPY "Dtereq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  TUA-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "TUA1000  TUITION ADJUSTMENT REGISTER".
           05  FILLER                  PIC X(5)  VALUE "TERM ".
           05  THL-ADJUSTMENT-TERM     PIC 9(6).
           05  FILLER                  PIC X(10) VALUE "   BILLED ".
           05  THL-BILL-DATE           PIC 9(8).
      *
       01  TUA-HEADING-LINE-2.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(6)  VALUE "ACTN".
           05  FILLER                  PIC X(12) VALUE "COURSE".
           05  FILLER                  PIC X(5)  VALUE "UNITS".
           05  FILLER                  PIC X(20) VALUE "TERMS".
           05  FILLER                  PIC X(12) VALUE "TUITION CHG".
           05  FILLER                  PIC X(10) VALUE "ADJUSTMENT".
      *
       01  TUA-STUDENT-LINE.
           05  FILLER                  PIC X(8)  VALUE "STUDENT ".
           05  TSL-STUDENT-ID          PIC 9(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TSL-STUDENT-NAME        PIC X(25).
      *
       01  TUA-BEFORE-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(22)
               VALUE "UNITS BEFORE CHANGES".
           05  TBL-UNITS               PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE "   TUITION ".
           05  TBL-TUITION             PIC ZZ,ZZ9.99.
      *
       01  TUA-DETAIL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TDL-LOG-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TDL-ACTION              PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TDL-COURSE-KEY          PIC X(9).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  TDL-COURSE-UNITS        PIC Z9.
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  TDL-TERMS               PIC X(20).
           05  TDL-TUITION-CHANGE      PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TDL-ADJUSTMENT          PIC ZZ,ZZ9.99-.
      *
       01  TERMS-EDIT-FIELDS.
           05  TE-WEEK                 PIC Z9.
           05  TE-REFUND-PCT           PIC ZZ9.
      *
       01  TUA-AFTER-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(22)
               VALUE "UNITS NOW".
           05  TAL-UNITS               PIC ZZ9.
           05  FILLER                  PIC X(12) VALUE "   TUITION ".
           05  TAL-TUITION             PIC ZZ,ZZ9.99.
      *
       01  TUA-STUDENT-TOTAL-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "CHARGES ".
           05  TST-CHARGES             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(11) VALUE "  REFUNDS ".
           05  TST-REFUNDS             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(18)
               VALUE "  NET ADJUSTMENT ".
           05  TST-NET-ADJUSTMENT      PIC ZZ,ZZ9.99-.
      *
       01  TUA-HELD-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  FILLER                  PIC X(50) VALUE
               "MORE THAN 50 CHANGES -- NOT ADJUSTED, LEFT PENDING".
      *
       01  TUA-COUNT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TCL-LABEL               PIC X(30).
           05  TCL-COUNT               PIC Z,ZZZ,ZZ9.
      *
       01  TUA-AMOUNT-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  TAM-LABEL               PIC X(30).
           05  TAM-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-ADJUST-TERM-TUITION.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "TUA1000 TUITION DROP/ADD ADJUSTMENT".
           DISPLAY "ENTER ADJUSTMENT TERM (YYYYMM).".
           ACCEPT ADJUSTMENT-TERM.
           PERFORM 050-LOAD-TUITION-CONTROLS.
           PERFORM 060-FIND-TERM-BILLING.
           IF TERM-BILL-DATE = ZERO
               DISPLAY "TERM " ADJUSTMENT-TERM " HAS NOT BEEN "
                   "BILLED -- RUN TUI1000 FIRST."
               STOP RUN.
           PERFORM 100-ACCUMULATE-TERM-UNITS.
           IF STUDENT-TABLE-FULL
               DISPLAY "MORE THAN 200 STUDENTS REGISTERED FOR TERM "
                   ADJUSTMENT-TERM " -- RUN ABANDONED."
               STOP RUN.
           OPEN EXTEND STUOPEN.
           IF NOT STUOPEN-SUCCESSFUL
               OPEN OUTPUT STUOPEN.
           OPEN OUTPUT TUARPT.
           MOVE ADJUSTMENT-TERM TO THL-ADJUSTMENT-TERM.
           MOVE TERM-BILL-DATE  TO THL-BILL-DATE.
           MOVE TUA-HEADING-LINE-1 TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE TUA-HEADING-LINE-2 TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 2 LINES.
           SORT SORTWORK
               ON ASCENDING KEY SW-STUDENT-ID
                                SW-LOG-DATE
                                SW-LOG-TIME
                                SW-LOG-SEQUENCE
               INPUT PROCEDURE IS 200-RELEASE-TERM-CHANGES
               OUTPUT PROCEDURE IS 300-ADJUST-STUDENTS.
           PERFORM 400-PRINT-CONTROL-TOTALS.
           CLOSE STUOPEN
                 TUARPT.
           PERFORM 500-MARK-LOG-ENTRIES.
           DISPLAY "TUA1000 STUDENTS ADJUSTED " STUDENTS-ADJUSTED
               "  LOG ENTRIES MARKED " ENTRIES-MARKED.
           STOP RUN.
      *
       050-LOAD-TUITION-CONTROLS.
      *
      *    A CONTROL RECORD WRITTEN BEFORE THE REFUND SCHEDULE WAS
      *    CARRIED HAS NO SCHEDULE ON IT, AND DROPS ARE REFUNDED ON
      *    THE STANDING POLICY -- ALL OF IT IN THE FIRST WEEK, HALF
      *    IN THE SECOND, NOTHING AFTER. CLASSES ARE TAKEN TO START
      *    ON THE FIRST OF THE TERM MONTH WHEN THE START DATE ON
      *    FILE IS FOR SOME OTHER TERM.
      *
           OPEN INPUT TUICTL.
           IF NOT TUICTL-SUCCESSFUL
               DISPLAY "NO TUITION CONTROL FILE -- SET THE RATE "
                   "AND CAP ON TUICTL BEFORE ADJUSTING."
               STOP RUN.
           READ TUICTL
               AT END
                   DISPLAY "TUITION CONTROL FILE IS EMPTY -- RUN "
                       "ABANDONED."
                   STOP RUN
           END-READ.
           CLOSE TUICTL.
           IF TU-RATE-PER-UNIT = ZERO
               DISPLAY "RATE PER UNIT IS ZERO -- RUN ABANDONED."
               STOP RUN.
           IF TU-REFUND-SCHEDULE NUMERIC
               MOVE TU-REFUND-SCHEDULE TO REFUND-SCHEDULE
           ELSE
               MOVE 100 TO REFUND-SCHEDULE-PCT (1)
               MOVE 050 TO REFUND-SCHEDULE-PCT (2)
               MOVE ZERO TO REFUND-SCHEDULE-PCT (3)
                            REFUND-SCHEDULE-PCT (4)
               DISPLAY "NO REFUND SCHEDULE ON TUICTL -- 100 PCT "
                   "WEEK 1, 50 PCT WEEK 2 USED.".
           IF TU-TERM-START-DATE NUMERIC
               AND TU-TERM-START-TERM = ADJUSTMENT-TERM
               AND TU-TERM-START-DAY > ZERO
               MOVE TU-TERM-START-DATE TO TERM-START-DATE
           ELSE
               COMPUTE TERM-START-DATE = ADJUSTMENT-TERM * 100 + 1
               DISPLAY "NO CLASS START DATE FOR TERM "
                   ADJUSTMENT-TERM " ON TUICTL -- WEEKS COUNTED FROM "
                   TERM-START-DATE.
      *
       060-FIND-TERM-BILLING.
      *
      *    THE TERM'S BILLING DATE IS THE DATE ON ITS TUITION
      *    ITEMS. A CHANGE MADE ON OR BEFORE IT WAS ALREADY IN THE
      *    REGISTRATIONS TUI1000 PRICED.
      *
           MOVE ADJUSTMENT-TERM TO TR-BILLING-TERM.
           OPEN INPUT STUOPEN.
           IF NOT STUOPEN-SUCCESSFUL
               MOVE "Y" TO STUOPEN-EOF-SWITCH
           ELSE
               PERFORM 065-CHECK-NEXT-OPEN-ITEM
                   UNTIL STUOPEN-EOF
               CLOSE STUOPEN.
      *
       065-CHECK-NEXT-OPEN-ITEM.
      *
           READ STUOPEN
               AT END
                   MOVE "Y" TO STUOPEN-EOF-SWITCH
               NOT AT END
                   IF SO-REFERENCE = TUITION-REFERENCE
                       AND SO-BILL-DATE > TERM-BILL-DATE
                       MOVE SO-BILL-DATE TO TERM-BILL-DATE
                   END-IF
           END-READ.
      *
       100-ACCUMULATE-TERM-UNITS.
      *
           OPEN INPUT NEWREG.
           IF NOT NEWREG-SUCCESSFUL
               DISPLAY "NO REGISTRATION FILE ON FILE."
               MOVE "Y" TO NEWREG-EOF-SWITCH
           ELSE
               PERFORM 110-ACCUMULATE-NEXT-REGISTRATION
                   UNTIL NEWREG-EOF
               CLOSE NEWREG.
      *
       110-ACCUMULATE-NEXT-REGISTRATION.
      *
           READ NEWREG
               AT END
                   MOVE "Y" TO NEWREG-EOF-SWITCH
               NOT AT END
                   IF CR-COURSE-START-DATE = ADJUSTMENT-TERM
                       PERFORM 120-POST-UNITS-TO-TABLE
                   END-IF
           END-READ.
      *
       120-POST-UNITS-TO-TABLE.
      *
           SET STUDENT-INDEX TO 1.
           SEARCH STUDENT-ENTRY
               AT END
                   MOVE "Y" TO STUDENT-TABLE-FULL-SWITCH
               WHEN STUDENT-INDEX > STUDENT-COUNT
                   IF STUDENT-COUNT < 200
                       ADD 1 TO STUDENT-COUNT
                       MOVE CR-STUDENT-ID TO
                           SU-STUDENT-ID (STUDENT-INDEX)
                       MOVE CR-COURSE-UNITS TO
                           SU-TERM-UNITS (STUDENT-INDEX)
                   ELSE
                       MOVE "Y" TO STUDENT-TABLE-FULL-SWITCH
                   END-IF
               WHEN SU-STUDENT-ID (STUDENT-INDEX) = CR-STUDENT-ID
                   ADD CR-COURSE-UNITS TO
                       SU-TERM-UNITS (STUDENT-INDEX)
           END-SEARCH.
      *
       200-RELEASE-TERM-CHANGES.
      *
           OPEN INPUT DROPADD.
           IF NOT DROPADD-SUCCESSFUL
               DISPLAY "NO DROP/ADD LOG ON FILE."
               MOVE "Y" TO DROPADD-EOF-SWITCH
           ELSE
               PERFORM 210-RELEASE-NEXT-CHANGE
                   UNTIL DROPADD-EOF
               CLOSE DROPADD.
      *
       210-RELEASE-NEXT-CHANGE.
      *
           READ DROPADD
               AT END
                   MOVE "Y" TO DROPADD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LOG-ENTRIES-READ
                   IF DA-TERM = ADJUSTMENT-TERM AND DA-PENDING
                       IF DA-LOG-DATE > TERM-BILL-DATE
                           PERFORM 220-RELEASE-CHANGE
                       ELSE
                           ADD 1 TO CHANGES-BEFORE-BILLING
                       END-IF
                   END-IF
           END-READ.
      *
       220-RELEASE-CHANGE.
      *
           MOVE DA-STUDENT-ID   TO SW-STUDENT-ID.
           MOVE DA-LOG-DATE     TO SW-LOG-DATE.
           MOVE DA-LOG-TIME     TO SW-LOG-TIME.
           MOVE DA-LOG-SEQUENCE TO SW-LOG-SEQUENCE.
           MOVE DA-ACTION-CODE  TO SW-ACTION-CODE.
           MOVE DA-STUDENT-NAME TO SW-STUDENT-NAME.
           MOVE DA-COURSE-KEY   TO SW-COURSE-KEY.
           MOVE DA-COURSE-UNITS TO SW-COURSE-UNITS.
           RELEASE SORT-WORK-AREA.
           ADD 1 TO CHANGES-RELEASED.
      *
       300-ADJUST-STUDENTS.
      *
           PERFORM 310-RETURN-CHANGE.
           PERFORM 320-ADJUST-ONE-STUDENT
               UNTIL SORTWORK-EOF.
      *
       310-RETURN-CHANGE.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORTWORK-EOF-SWITCH.
      *
       320-ADJUST-ONE-STUDENT.
      *
           MOVE SW-STUDENT-ID   TO ADJUST-STUDENT-ID.
           MOVE SW-STUDENT-NAME TO ADJUST-STUDENT-NAME.
           MOVE ZERO TO CHANGE-COUNT
                        UNITS-ADDED
                        UNITS-DROPPED.
           MOVE "N" TO CHANGE-TABLE-FULL-SWITCH.
           PERFORM 330-LOAD-STUDENT-CHANGE
               UNTIL SORTWORK-EOF
                  OR SW-STUDENT-ID NOT = ADJUST-STUDENT-ID.
           MOVE ADJUST-STUDENT-ID   TO TSL-STUDENT-ID.
           MOVE ADJUST-STUDENT-NAME TO TSL-STUDENT-NAME.
           MOVE TUA-STUDENT-LINE TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 2 LINES.
           IF CHANGE-TABLE-FULL
               PERFORM 390-HOLD-STUDENT
           ELSE
               PERFORM 340-PRICE-STUDENT-CHANGES.
      *
       330-LOAD-STUDENT-CHANGE.
      *
           IF CHANGE-COUNT < 50
               ADD 1 TO CHANGE-COUNT
               MOVE SW-LOG-DATE     TO CH-LOG-DATE (CHANGE-COUNT)
               MOVE SW-ACTION-CODE  TO CH-ACTION-CODE (CHANGE-COUNT)
               MOVE SW-COURSE-KEY   TO CH-COURSE-KEY (CHANGE-COUNT)
               MOVE SW-COURSE-UNITS TO CH-COURSE-UNITS (CHANGE-COUNT)
               IF CH-ADD (CHANGE-COUNT)
                   ADD SW-COURSE-UNITS TO UNITS-ADDED
               ELSE
                   ADD SW-COURSE-UNITS TO UNITS-DROPPED
               END-IF
           ELSE
               MOVE "Y" TO CHANGE-TABLE-FULL-SWITCH.
           PERFORM 310-RETURN-CHANGE.
      *
       340-PRICE-STUDENT-CHANGES.
      *
      *    THE REGISTRATIONS ON FILE NOW HAVE EVERY CHANGE IN THEM,
      *    SO BACKING THE CHANGES OUT GIVES THE UNITS THE STUDENT
      *    WAS LAST PRICED AT. THE CHANGES ARE THEN PRICED FORWARD
      *    ONE AT A TIME SO THE CAP AND THE REFUND WEEK EACH APPLY
      *    TO THE CHANGE THEY BELONG TO.
      *
           MOVE ZERO TO CURRENT-UNITS.
           PERFORM 345-FIND-CURRENT-UNITS
               VARYING STUDENT-SUB FROM 1 BY 1
               UNTIL STUDENT-SUB > STUDENT-COUNT.
           COMPUTE START-UNITS =
               CURRENT-UNITS - UNITS-ADDED + UNITS-DROPPED.
           IF START-UNITS < ZERO
               MOVE ZERO TO START-UNITS.
           MOVE START-UNITS TO RUNNING-UNITS.
           MOVE RUNNING-UNITS TO PRICE-UNITS.
           PERFORM 360-PRICE-TERM-UNITS.
           MOVE PRICED-TUITION TO TUITION-BEFORE.
           MOVE RUNNING-UNITS  TO TBL-UNITS.
           MOVE TUITION-BEFORE TO TBL-TUITION.
           MOVE TUA-BEFORE-LINE TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE ZERO TO STUDENT-CHARGES
                        STUDENT-REFUNDS.
           PERFORM 370-PRICE-ONE-CHANGE
               VARYING CHANGE-SUB FROM 1 BY 1
               UNTIL CHANGE-SUB > CHANGE-COUNT.
           MOVE RUNNING-UNITS TO PRICE-UNITS.
           PERFORM 360-PRICE-TERM-UNITS.
           MOVE RUNNING-UNITS  TO TAL-UNITS.
           MOVE PRICED-TUITION TO TAL-TUITION.
           MOVE TUA-AFTER-LINE TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 1 LINES.
           COMPUTE STUDENT-NET-ADJUSTMENT =
               STUDENT-CHARGES - STUDENT-REFUNDS.
           IF STUDENT-NET-ADJUSTMENT NOT = ZERO
               PERFORM 380-WRITE-ADJUSTMENT-ITEM.
           MOVE STUDENT-CHARGES        TO TST-CHARGES.
           MOVE STUDENT-REFUNDS        TO TST-REFUNDS.
           MOVE STUDENT-NET-ADJUSTMENT TO TST-NET-ADJUSTMENT.
           MOVE TUA-STUDENT-TOTAL-LINE TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO STUDENTS-ADJUSTED.
           ADD STUDENT-CHARGES        TO RUN-CHARGE-TOTAL.
           ADD STUDENT-REFUNDS        TO RUN-REFUND-TOTAL.
           ADD STUDENT-NET-ADJUSTMENT TO RUN-NET-TOTAL.
      *
       345-FIND-CURRENT-UNITS.
      *
           IF SU-STUDENT-ID (STUDENT-SUB) = ADJUST-STUDENT-ID
               MOVE SU-TERM-UNITS (STUDENT-SUB) TO CURRENT-UNITS.
      *
       360-PRICE-TERM-UNITS.
      *
           COMPUTE PRICED-TUITION ROUNDED =
               PRICE-UNITS * TU-RATE-PER-UNIT.
           IF TU-TERM-CAP-AMOUNT > ZERO
               AND PRICED-TUITION > TU-TERM-CAP-AMOUNT
               MOVE TU-TERM-CAP-AMOUNT TO PRICED-TUITION.
      *
       370-PRICE-ONE-CHANGE.
      *
           MOVE RUNNING-UNITS TO PRICE-UNITS.
           PERFORM 360-PRICE-TERM-UNITS.
           MOVE PRICED-TUITION TO TUITION-BEFORE-CHANGE.
           IF CH-ADD (CHANGE-SUB)
               ADD CH-COURSE-UNITS (CHANGE-SUB) TO RUNNING-UNITS
           ELSE
               IF CH-COURSE-UNITS (CHANGE-SUB) > RUNNING-UNITS
                   MOVE ZERO TO RUNNING-UNITS
               ELSE
                   SUBTRACT CH-COURSE-UNITS (CHANGE-SUB)
                       FROM RUNNING-UNITS.
           MOVE RUNNING-UNITS TO PRICE-UNITS.
           PERFORM 360-PRICE-TERM-UNITS.
           COMPUTE TUITION-CHANGE =
               PRICED-TUITION - TUITION-BEFORE-CHANGE.
           IF CH-ADD (CHANGE-SUB)
               MOVE TUITION-CHANGE TO CHANGE-AMOUNT
               ADD CHANGE-AMOUNT TO STUDENT-CHARGES
               ADD 1 TO ADDS-PRICED
               MOVE "ADD " TO TDL-ACTION
               MOVE "CHARGED IN FULL" TO TDL-TERMS
           ELSE
               PERFORM 375-FIND-REFUND-PERCENT
               COMPUTE CHANGE-AMOUNT ROUNDED =
                   TUITION-CHANGE * REFUND-PCT / 100
               SUBTRACT CHANGE-AMOUNT FROM STUDENT-REFUNDS
               ADD 1 TO DROPS-PRICED
               MOVE "DROP" TO TDL-ACTION
               MOVE CHANGE-WEEK TO TE-WEEK
               MOVE REFUND-PCT  TO TE-REFUND-PCT
               MOVE SPACE TO TDL-TERMS
               STRING "WEEK "       DELIMITED BY SIZE
                      TE-WEEK       DELIMITED BY SIZE
                      "  REFUND "   DELIMITED BY SIZE
                      TE-REFUND-PCT DELIMITED BY SIZE
                      "%"           DELIMITED BY SIZE
                   INTO TDL-TERMS.
           MOVE CH-LOG-DATE (CHANGE-SUB)     TO TDL-LOG-DATE.
           MOVE CH-COURSE-KEY (CHANGE-SUB)   TO TDL-COURSE-KEY.
           MOVE CH-COURSE-UNITS (CHANGE-SUB) TO TDL-COURSE-UNITS.
           MOVE TUITION-CHANGE TO TDL-TUITION-CHANGE.
           MOVE CHANGE-AMOUNT  TO TDL-ADJUSTMENT.
           MOVE TUA-DETAIL-LINE TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       375-FIND-REFUND-PERCENT.
      *
      *    WEEK 1 IS THE FIRST SEVEN DAYS FROM THE START OF
      *    CLASSES. A DROP BEFORE CLASSES START COUNTS AS WEEK 1.
      *
           SET ELAPSED-BETWEEN TO TRUE.
           MOVE CH-LOG-DATE (CHANGE-SUB) TO DC-DATE-1.
           MOVE TERM-START-DATE          TO DC-DATE-2.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF NOT DATE-REQUEST-OK
               OR DC-ELAPSED-DAYS < ZERO
               MOVE 1 TO CHANGE-WEEK
           ELSE
               DIVIDE DC-ELAPSED-DAYS BY 7 GIVING CHANGE-WEEK
               ADD 1 TO CHANGE-WEEK.
           IF CHANGE-WEEK > 4
               MOVE ZERO TO REFUND-PCT
           ELSE
               MOVE REFUND-SCHEDULE-PCT (CHANGE-WEEK) TO REFUND-PCT.
      *
       380-WRITE-ADJUSTMENT-ITEM.
      *
           MOVE ADJUSTMENT-TERM        TO AR-ADJUSTMENT-TERM.
           MOVE ADJUST-STUDENT-ID      TO SO-STUDENT-ID.
           MOVE RUN-DATE               TO SO-BILL-DATE.
           MOVE ADJUSTMENT-REFERENCE   TO SO-REFERENCE.
           MOVE STUDENT-NET-ADJUSTMENT TO SO-ORIGINAL-AMOUNT.
           MOVE STUDENT-NET-ADJUSTMENT TO SO-OPEN-AMOUNT.
           SET STUDENT-ITEM-OPEN TO TRUE.
           WRITE STUDENT-OPEN-ITEM-RECORD.
           IF NOT STUOPEN-SUCCESSFUL
               DISPLAY "WRITE ERROR ON STUOPEN FOR STUDENT "
                   SO-STUDENT-ID
           ELSE
               ADD 1 TO ITEMS-WRITTEN.
      *
       390-HOLD-STUDENT.
      *
           MOVE TUA-HELD-LINE TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD 1 TO STUDENTS-HELD.
           IF HELD-COUNT < 50
               ADD 1 TO HELD-COUNT
               MOVE ADJUST-STUDENT-ID TO HELD-STUDENT-ID (HELD-COUNT)
           ELSE
               DISPLAY "HELD STUDENT TABLE FULL -- STUDENT "
                   ADJUST-STUDENT-ID " WILL BE MARKED ADJUSTED.".
      *
       400-PRINT-CONTROL-TOTALS.
      *
           MOVE "  CONTROL TOTALS" TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "LOG ENTRIES READ"         TO TCL-LABEL.
           MOVE LOG-ENTRIES-READ           TO TCL-COUNT.
           PERFORM 410-PRINT-COUNT-LINE.
           MOVE "CHANGES BEFORE BILLING"   TO TCL-LABEL.
           MOVE CHANGES-BEFORE-BILLING     TO TCL-COUNT.
           PERFORM 410-PRINT-COUNT-LINE.
           MOVE "CHANGES AFTER BILLING"    TO TCL-LABEL.
           MOVE CHANGES-RELEASED           TO TCL-COUNT.
           PERFORM 410-PRINT-COUNT-LINE.
           MOVE "ADDS PRICED"              TO TCL-LABEL.
           MOVE ADDS-PRICED                TO TCL-COUNT.
           PERFORM 410-PRINT-COUNT-LINE.
           MOVE "DROPS PRICED"             TO TCL-LABEL.
           MOVE DROPS-PRICED               TO TCL-COUNT.
           PERFORM 410-PRINT-COUNT-LINE.
           MOVE "STUDENTS ADJUSTED"        TO TCL-LABEL.
           MOVE STUDENTS-ADJUSTED          TO TCL-COUNT.
           PERFORM 410-PRINT-COUNT-LINE.
           MOVE "STUDENTS HELD"            TO TCL-LABEL.
           MOVE STUDENTS-HELD              TO TCL-COUNT.
           PERFORM 410-PRINT-COUNT-LINE.
           MOVE "OPEN ITEMS WRITTEN"       TO TCL-LABEL.
           MOVE ITEMS-WRITTEN              TO TCL-COUNT.
           PERFORM 410-PRINT-COUNT-LINE.
           MOVE "CHARGES FOR ADDS"         TO TAM-LABEL.
           MOVE RUN-CHARGE-TOTAL           TO TAM-AMOUNT.
           PERFORM 420-PRINT-AMOUNT-LINE.
           MOVE "REFUNDS FOR DROPS"        TO TAM-LABEL.
           MOVE RUN-REFUND-TOTAL           TO TAM-AMOUNT.
           PERFORM 420-PRINT-AMOUNT-LINE.
           MOVE "NET ADJUSTMENT"           TO TAM-LABEL.
           MOVE RUN-NET-TOTAL              TO TAM-AMOUNT.
           PERFORM 420-PRINT-AMOUNT-LINE.
      *
       410-PRINT-COUNT-LINE.
      *
           MOVE TUA-COUNT-LINE TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       420-PRINT-AMOUNT-LINE.
      *
           MOVE TUA-AMOUNT-LINE TO TUA-PRINT-AREA.
           WRITE TUA-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       500-MARK-LOG-ENTRIES.
      *
      *    THE LOG IS MARKED ONLY AFTER THE ADJUSTMENTS ARE ON THE
      *    OPEN-ITEM FILE. CHANGES THE BILLING ALREADY PRICED ARE
      *    MARKED SO THEY ARE NOT LOOKED AT AGAIN; A HELD STUDENT'S
      *    CHANGES STAY PENDING.
      *
           MOVE "N" TO DROPADD-EOF-SWITCH.
           OPEN I-O DROPADD.
           IF NOT DROPADD-SUCCESSFUL
               MOVE "Y" TO DROPADD-EOF-SWITCH
           ELSE
               PERFORM 510-MARK-NEXT-ENTRY
                   UNTIL DROPADD-EOF
               CLOSE DROPADD.
      *
       510-MARK-NEXT-ENTRY.
      *
           READ DROPADD
               AT END
                   MOVE "Y" TO DROPADD-EOF-SWITCH
               NOT AT END
                   IF DA-TERM = ADJUSTMENT-TERM AND DA-PENDING
                       PERFORM 520-MARK-ENTRY
                   END-IF
           END-READ.
      *
       520-MARK-ENTRY.
      *
           MOVE "N" TO STUDENT-HELD-SWITCH.
           IF DA-LOG-DATE > TERM-BILL-DATE
               PERFORM 530-CHECK-HELD-STUDENT
                   VARYING HELD-SUB FROM 1 BY 1
                   UNTIL HELD-SUB > HELD-COUNT.
           IF NOT STUDENT-HELD
               IF DA-LOG-DATE > TERM-BILL-DATE
                   SET DA-ADJUSTED TO TRUE
               ELSE
                   SET DA-BEFORE-BILLING TO TRUE
               END-IF
               MOVE RUN-DATE TO DA-ADJUST-DATE
               REWRITE DROP-ADD-RECORD
               IF NOT DROPADD-SUCCESSFUL
                   DISPLAY "REWRITE ERROR ON DROPADD FOR STUDENT "
                       DA-STUDENT-ID
                   DISPLAY "FILE STATUS CODE IS " DROPADD-FILE-STATUS
               ELSE
                   ADD 1 TO ENTRIES-MARKED.
      *
       530-CHECK-HELD-STUDENT.
      *
           IF HELD-STUDENT-ID (HELD-SUB) = DA-STUDENT-ID
               MOVE "Y" TO STUDENT-HELD-SWITCH.
