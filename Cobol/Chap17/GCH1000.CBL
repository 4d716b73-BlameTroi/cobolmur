       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. GCH1000.
      *
      *    GRADE CHANGES AFTER TERM POSTING. ONCE TRM1000 HAS POSTED
      *    A TERM, A GRADE CORRECTION OR A COMPLETED INCOMPLETE
      *    COMES IN ON THE GRADE-CHANGE FILE WITH THE OLD GRADE, THE
      *    NEW GRADE, AND THE AUTHORIZATION OF THE TEACHER OF
      *    RECORD. THE SEMESTER GRADE ON NEWREG IS CHANGED, THE OLD
      *    GRADE'S UNITS AND POINTS ARE BACKED OUT OF THE STUDENT
      *    MASTER, THE NEW GRADE'S ARE POSTED, AND THE ACADEMIC
      *    STANDING IS JUDGED AGAIN AGAINST THE STDCTL CUTOFFS THE
      *    WAY STD1000 JUDGES IT -- SO THE MASTER STAYS IN STEP
      *    WITH THE REGISTRATIONS INSTEAD OF BEING PATCHED THROUGH
      *    THE STUDENT SCREEN. AN INCOMPLETE POSTS NOTHING AND
      *    LEAVES ITS UNITS IN PROGRESS.
      *
      *    THE DEADLINE RUN TURNS EVERY INCOMPLETE STILL OUTSTANDING
      *    FROM THE DEADLINE TERM OR EARLIER INTO AN F AND PRINTS A
      *    NOTICE TO THE STUDENT. EVERY CHANGE EITHER WAY IS WRITTEN
      *    TO THE GRADE-CHANGE AUDIT FILE AND LISTED ON THE
      *    REGISTRAR'S REGISTER, WITH THE REJECTED CHANGES AND
      *    CONTROL TOTALS AFTER IT.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT STDCTL   ASSIGN TO "c:\cobol\data\stdctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STDCTL-FILE-STATUS.
           SELECT GRDCHG   ASSIGN TO "c:\cobol\data\grdchg.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GRDCHG-FILE-STATUS.
           SELECT NEWREG   ASSIGN TO "c:\cobol\data\newreg.dat"
                           FILE STATUS IS NEWREG-FILE-STATUS.
           SELECT STUMAST  ASSIGN TO "c:\cobol\data\stumast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SM-STUDENT-ID
                           FILE STATUS IS STUMAST-FILE-STATUS.
           SELECT GRDAUD   ASSIGN TO "c:\cobol\data\grdaud.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GRDAUD-FILE-STATUS.
           SELECT GCHRPT   ASSIGN TO "c:\cobol\data\gch1rpt.prn".
           SELECT GCHNTC   ASSIGN TO "c:\cobol\data\gch1ntc.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  STDCTL.
      *
       01  STANDING-CONTROL-RECORD.
           05  SD-CLASS-STANDING       PIC 9.
           05  SD-DISQUALIFY-GPA       PIC 9V99.
           05  SD-PROBATION-GPA        PIC 9V99.
           05  SD-HONORS-GPA           PIC 9V99.
      *
       FD  GRDCHG.
      *
       COPY "Grdchg.cpy".
      *
       FD  NEWREG.
      *
       COPY "CRSEREG.CPY".
      *
       FD  STUMAST.
      *
       COPY "Stumast.cpy".
      *
       FD  GRDAUD.
      *
       COPY "Grdaud.cpy".
      *
       FD  GCHRPT.
       01  GCH-PRINT-AREA          PIC X(90).
      *
       FD  GCHNTC.
       01  NTC-PRINT-AREA          PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  STDCTL-EOF-SWITCH           PIC X   VALUE "N".
               88  STDCTL-EOF                      VALUE "Y".
           05  GRDCHG-EOF-SWITCH           PIC X   VALUE "N".
               88  GRDCHG-EOF                      VALUE "Y".
           05  NEWREG-EOF-SWITCH           PIC X   VALUE "N".
               88  NEWREG-EOF                      VALUE "Y".
           05  STUDENT-FOUND-SWITCH        PIC X   VALUE "N".
               88  STUDENT-FOUND                   VALUE "Y".
           05  REGISTRATION-CHANGED-SWITCH PIC X   VALUE "N".
               88  REGISTRATION-CHANGED            VALUE "Y".
           05  GRADE-POSTABLE-SWITCH       PIC X   VALUE "N".
               88  GRADE-POSTABLE                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  STDCTL-FILE-STATUS      PIC XX.
               88  STDCTL-SUCCESSFUL           VALUE "00".
           05  GRDCHG-FILE-STATUS      PIC XX.
               88  GRDCHG-SUCCESSFUL           VALUE "00".
           05  NEWREG-FILE-STATUS      PIC XX.
               88  NEWREG-SUCCESSFUL           VALUE "00".
           05  STUMAST-FILE-STATUS     PIC XX.
               88  STUMAST-SUCCESSFUL          VALUE "00".
           05  GRDAUD-FILE-STATUS      PIC XX.
               88  GRDAUD-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  RUN-TYPE-CODE           PIC X.
               88  GRADE-CHANGE-RUN            VALUE "1".
               88  DEADLINE-RUN                VALUE "2".
               88  VALID-RUN-TYPE              VALUE "1" "2".
           05  DEADLINE-TERM           PIC 9(6).
      *
       01  COUNT-FIELDS.
           05  REGISTRATIONS-READ      PIC 9(7)    VALUE ZERO.
           05  CHANGES-READ            PIC 9(5)    VALUE ZERO.
           05  CHANGES-APPLIED         PIC 9(5)    VALUE ZERO.
           05  CHANGES-REJECTED        PIC 9(5)    VALUE ZERO.
           05  INCOMPLETES-LAPSED      PIC 9(5)    VALUE ZERO.
           05  STUDENTS-NOT-FOUND      PIC 9(5)    VALUE ZERO.
           05  STANDINGS-CHANGED       PIC 9(5)    VALUE ZERO.
      *
       01  CONTROL-TOTALS.
           05  POINTS-BACKED-OUT-TOTAL PIC 9(7)    VALUE ZERO.
           05  POINTS-POSTED-TOTAL     PIC 9(7)    VALUE ZERO.
      *
       01  CHANGE-WORK-FIELDS.
           05  CHANGE-OLD-GRADE        PIC X.
           05  CHANGE-NEW-GRADE        PIC X.
           05  CHANGE-TEACHER-NUMBER   PIC 9(3).
           05  CHANGE-AUTHORIZATION    PIC X(8).
           05  CHANGE-SOURCE           PIC X.
               88  CHANGE-KEYED                VALUE "C".
               88  CHANGE-LAPSED               VALUE "L".
           05  GRADE-TO-CONVERT        PIC X.
           05  GRADE-POINT-VALUE       PIC 9.
           05  UNITS-BACKED-OUT        PIC 9.
           05  POINTS-BACKED-OUT       PIC 9(2).
           05  UNITS-POSTED            PIC 9.
           05  POINTS-POSTED           PIC 9(2).
           05  OLD-STANDING            PIC X.
      *
       01  STANDING-WORK-FIELDS.
           05  STUDENT-GPA             PIC 9V99.
           05  CLASS-SUB               PIC S9(3)   COMP.
      *
       01  THRESHOLD-TABLE.
           05  THRESHOLD-ENTRY             OCCURS 4 TIMES.
               10  TT-DISQUALIFY-GPA       PIC 9V99.
               10  TT-PROBATION-GPA        PIC 9V99.
               10  TT-HONORS-GPA           PIC 9V99.
      *
       01  GRADE-CHANGE-TABLE.
      *
      *    THE CHANGES ARE HELD IN FILE ORDER, SO TWO CHANGES TO THE
      *    SAME REGISTRATION APPLY ONE AFTER THE OTHER -- THE SECOND
      *    ONE'S OLD GRADE MUST BE THE FIRST ONE'S NEW GRADE.
      *
           05  CHANGE-COUNT            PIC S9(3)   COMP VALUE ZERO.
           05  CHANGE-SUB              PIC S9(3)   COMP.
           05  CHANGE-ENTRY                OCCURS 200 TIMES.
               10  GT-STUDENT-ID           PIC 9(9).
               10  GT-COURSE-KEY           PIC X(9).
               10  GT-TERM                 PIC 9(6).
               10  GT-OLD-GRADE            PIC X.
               10  GT-NEW-GRADE            PIC X.
               10  GT-TEACHER-NUMBER       PIC 9(3).
               10  GT-AUTHORIZATION        PIC X(8).
               10  GT-CHANGE-STATUS        PIC X.
                   88  GT-PENDING                  VALUE "P".
                   88  GT-APPLIED                  VALUE "A".
                   88  GT-REJECTED                 VALUE "R".
               10  GT-REJECT-REASON        PIC X(30).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  RUN-TIME            PIC 9(6).
               10  FILLER              PIC X(7).
      *
       01  GCH-HEADING-LINE-1.
           05  FILLER                  PIC X(40) VALUE
               "GCH1000  GRADE-CHANGE REGISTER  RUN ".
           05  GHL-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GHL-RUN-TITLE           PIC X(30).
      *
       01  GCH-HEADING-LINE-2.
           05  FILLER                  PIC X(22) VALUE
               "STUDENT    COURSE".
           05  FILLER                  PIC X(18) VALUE
               "TERM    GRADE".
           05  FILLER                  PIC X(15) VALUE
               "OUT/IN STAND".
           05  FILLER                  PIC X(7)  VALUE "OUTCOME".
      *
       01  GCH-SECTION-LINE.
           05  GSL-SECTION-TITLE       PIC X(40).
      *
       01  GCH-DETAIL-LINE.
           05  GDL-STUDENT-ID          PIC 9(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-COURSE-KEY          PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-TERM                PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-OLD-GRADE           PIC X.
           05  FILLER                  PIC X(4)  VALUE " TO ".
           05  GDL-NEW-GRADE           PIC X.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  GDL-POINTS-OUT          PIC Z9.
           05  FILLER                  PIC X     VALUE "/".
           05  GDL-POINTS-IN           PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-OLD-STANDING        PIC X.
           05  GDL-STANDING-ARROW      PIC X(4).
           05  GDL-NEW-STANDING        PIC X.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GDL-OUTCOME             PIC X(30).
      *
       01  GCH-TOTAL-LINE.
           05  GTL-TOTAL-LABEL         PIC X(28).
           05  GTL-TOTAL               PIC ZZZ,ZZ9.
      *
       01  NTC-HEADING-LINE.
           05  FILLER                  PIC X(10) VALUE "STUDENT ".
           05  NHL-STUDENT-ID          PIC 9(9).
           05  FILLER                  PIC X(14) VALUE "      DATED  ".
           05  NHL-RUN-DATE            PIC 9(8).
      *
       01  NTC-CITY-LINE.
           05  NCL-STUDENT-CITY        PIC X(11).
           05  FILLER                  PIC X     VALUE SPACE.
           05  NCL-STUDENT-STATE       PIC X(2).
           05  FILLER                  PIC X     VALUE SPACE.
           05  NCL-STUDENT-ZIP-CODE    PIC 9(5).
      *
       01  NTC-LAPSE-TEXT-1.
           05  FILLER                  PIC X(60) VALUE
               "THE INCOMPLETE GRADE BELOW WAS NOT MADE UP BY THE".
      *
       01  NTC-LAPSE-TEXT-2.
           05  FILLER                  PIC X(60) VALUE
               "DEADLINE AND IS NOW RECORDED ON YOUR RECORD AS AN F.".
      *
       01  NTC-COURSE-LINE.
           05  FILLER                  PIC X(9)  VALUE "  COURSE ".
           05  NCO-COURSE-KEY          PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  NCO-COURSE-TITLE        PIC X(20).
           05  FILLER                  PIC X(7)  VALUE "  TERM ".
           05  NCO-TERM                PIC 9(6).
           05  FILLER                  PIC X(9)  VALUE "  UNITS ".
           05  NCO-UNITS               PIC 9.
      *
       01  NTC-CLOSING-TEXT.
           05  FILLER                  PIC X(60) VALUE
               "IF YOUR TEACHER HAS SENT A GRADE, SEE THE REGISTRAR.".
      *
       PROCEDURE DIVISION.
      *
       000-PROCESS-GRADE-CHANGES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "GCH1000 GRADE CHANGES AFTER TERM POSTING".
           DISPLAY "SELECT RUN:".
           DISPLAY "  1 = GRADE CHANGES        (GRDCHG)".
           DISPLAY "  2 = INCOMPLETE DEADLINE".
           ACCEPT RUN-TYPE-CODE.
           IF NOT VALID-RUN-TYPE
               DISPLAY "RUN TYPE MUST BE 1 OR 2."
               STOP RUN.
           IF DEADLINE-RUN
               DISPLAY "ENTER THE DEADLINE TERM (YYYYMM) -- "
                   "INCOMPLETES FROM IT OR EARLIER BECOME F."
               ACCEPT DEADLINE-TERM
               IF DEADLINE-TERM NOT NUMERIC
                 OR DEADLINE-TERM = ZERO
                   DISPLAY "DEADLINE TERM MUST BE YYYYMM."
                   STOP RUN.
           PERFORM 050-LOAD-STANDING-THRESHOLDS.
           IF GRADE-CHANGE-RUN
               PERFORM 080-LOAD-GRADE-CHANGES.
           OPEN I-O NEWREG.
           IF NOT NEWREG-SUCCESSFUL
               DISPLAY "REGISTRATION FILE COULD NOT BE OPENED -- "
                   "STATUS " NEWREG-FILE-STATUS
               STOP RUN.
           OPEN I-O STUMAST.
           IF NOT STUMAST-SUCCESSFUL
               DISPLAY "STUDENT MASTER COULD NOT BE OPENED -- "
                   "STATUS " STUMAST-FILE-STATUS
               CLOSE NEWREG
               STOP RUN.
           OPEN EXTEND GRDAUD.
           IF NOT GRDAUD-SUCCESSFUL
               OPEN OUTPUT GRDAUD.
           PERFORM 090-PRINT-REGISTER-HEADING.
           IF DEADLINE-RUN
               OPEN OUTPUT GCHNTC.
           PERFORM 100-PROCESS-NEXT-REGISTRATION
               UNTIL NEWREG-EOF.
           IF GRADE-CHANGE-RUN
               PERFORM 400-PRINT-REJECTED-CHANGES.
           PERFORM 500-PRINT-CONTROL-TOTALS.
           CLOSE NEWREG
                 STUMAST
                 GRDAUD
                 GCHRPT.
           IF DEADLINE-RUN
               CLOSE GCHNTC.
           DISPLAY "GCH1000  CHANGES APPLIED    " CHANGES-APPLIED.
           DISPLAY "GCH1000  CHANGES REJECTED   " CHANGES-REJECTED.
           DISPLAY "GCH1000  INCOMPLETES LAPSED " INCOMPLETES-LAPSED.
           STOP RUN.
      *
       050-LOAD-STANDING-THRESHOLDS.
      *
      *    STANDING IS JUDGED AGAINST THE SAME CUTOFFS STD1000 USES,
      *    AND A CHANGE IS NOT POSTED WITHOUT THEM -- A MASTER WHOSE
      *    POINTS MOVED BUT WHOSE STANDING DID NOT WOULD BE WRONG
      *    UNTIL THE NEXT TERM END.
      *
           MOVE HIGH-VALUES TO THRESHOLD-TABLE.
           OPEN INPUT STDCTL.
           IF NOT STDCTL-SUCCESSFUL
               DISPLAY "NO STANDING CONTROL FILE -- SET THE GPA "
                   "CUTOFFS ON STDCTL BEFORE RUNNING."
               STOP RUN.
           PERFORM 060-LOAD-NEXT-THRESHOLD
               UNTIL STDCTL-EOF.
           CLOSE STDCTL.
           PERFORM 070-CHECK-THRESHOLD-LOADED
               VARYING CLASS-SUB FROM 1 BY 1
               UNTIL CLASS-SUB > 4.
      *
       060-LOAD-NEXT-THRESHOLD.
      *
           READ STDCTL
               AT END
                   MOVE "Y" TO STDCTL-EOF-SWITCH
               NOT AT END
                   IF SD-CLASS-STANDING >= 1
                       AND SD-CLASS-STANDING <= 4
                       MOVE SD-DISQUALIFY-GPA TO
                           TT-DISQUALIFY-GPA (SD-CLASS-STANDING)
                       MOVE SD-PROBATION-GPA TO
                           TT-PROBATION-GPA (SD-CLASS-STANDING)
                       MOVE SD-HONORS-GPA TO
                           TT-HONORS-GPA (SD-CLASS-STANDING)
                   END-IF
           END-READ.
      *
       070-CHECK-THRESHOLD-LOADED.
      *
           IF TT-DISQUALIFY-GPA (CLASS-SUB) NOT NUMERIC
             OR TT-PROBATION-GPA (CLASS-SUB) NOT NUMERIC
             OR TT-HONORS-GPA (CLASS-SUB) NOT NUMERIC
               DISPLAY "NO GPA CUTOFFS ON STDCTL FOR CLASS "
                   CLASS-SUB " -- RUN REFUSED."
               STOP RUN.
      *
       080-LOAD-GRADE-CHANGES.
      *
      *    THE WHOLE FILE IS LOADED AND EDITED BEFORE ANYTHING IS
      *    UPDATED. A FILE TOO BIG FOR THE TABLE IS REFUSED RATHER
      *    THAN HALF APPLIED.
      *
           OPEN INPUT GRDCHG.
           IF NOT GRDCHG-SUCCESSFUL
               DISPLAY "NO GRADE-CHANGE FILE TO PROCESS."
               STOP RUN.
           PERFORM 085-LOAD-NEXT-GRADE-CHANGE
               UNTIL GRDCHG-EOF.
           CLOSE GRDCHG.
           IF CHANGES-READ > 200
               DISPLAY "MORE THAN 200 GRADE CHANGES ON GRDCHG -- "
                   "SPLIT THE FILE AND RUN AGAIN."
               STOP RUN.
           IF CHANGES-READ = ZERO
               DISPLAY "NO GRADE CHANGES ON GRDCHG."
               STOP RUN.
      *
       085-LOAD-NEXT-GRADE-CHANGE.
      *
           READ GRDCHG
               AT END
                   MOVE "Y" TO GRDCHG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CHANGES-READ
                   IF CHANGES-READ <= 200
                       ADD 1 TO CHANGE-COUNT
                       PERFORM 087-EDIT-GRADE-CHANGE
                   END-IF
           END-READ.
      *
       087-EDIT-GRADE-CHANGE.
      *
           MOVE GC-STUDENT-ID     TO GT-STUDENT-ID (CHANGE-COUNT).
           MOVE GC-COURSE-KEY     TO GT-COURSE-KEY (CHANGE-COUNT).
           MOVE GC-TERM           TO GT-TERM (CHANGE-COUNT).
           MOVE GC-OLD-GRADE      TO GT-OLD-GRADE (CHANGE-COUNT).
           MOVE GC-NEW-GRADE      TO GT-NEW-GRADE (CHANGE-COUNT).
           MOVE GC-TEACHER-NUMBER TO GT-TEACHER-NUMBER (CHANGE-COUNT).
           MOVE GC-AUTHORIZATION  TO GT-AUTHORIZATION (CHANGE-COUNT).
           MOVE SPACE TO GT-REJECT-REASON (CHANGE-COUNT).
           SET GT-REJECTED (CHANGE-COUNT) TO TRUE.
           IF NOT GC-OLD-GRADE-VALID
               MOVE "OLD GRADE NOT A-F OR I" TO
                   GT-REJECT-REASON (CHANGE-COUNT)
           ELSE
           IF NOT GC-NEW-GRADE-VALID
               MOVE "NEW GRADE NOT A-F OR I" TO
                   GT-REJECT-REASON (CHANGE-COUNT)
           ELSE
           IF GC-NEW-GRADE = GC-OLD-GRADE
               MOVE "NEW GRADE SAME AS OLD" TO
                   GT-REJECT-REASON (CHANGE-COUNT)
           ELSE
           IF GC-AUTHORIZATION = SPACE
               MOVE "NO TEACHER AUTHORIZATION" TO
                   GT-REJECT-REASON (CHANGE-COUNT)
           ELSE
               SET GT-PENDING (CHANGE-COUNT) TO TRUE.
      *
       090-PRINT-REGISTER-HEADING.
      *
           OPEN OUTPUT GCHRPT.
           MOVE RUN-DATE TO GHL-RUN-DATE.
           IF GRADE-CHANGE-RUN
               MOVE "GRADE CHANGES" TO GHL-RUN-TITLE
           ELSE
               MOVE "INCOMPLETE DEADLINE" TO GHL-RUN-TITLE.
           MOVE GCH-HEADING-LINE-1 TO GCH-PRINT-AREA.
           WRITE GCH-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE GCH-HEADING-LINE-2 TO GCH-PRINT-AREA.
           WRITE GCH-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       100-PROCESS-NEXT-REGISTRATION.
      *
           READ NEWREG
               AT END
                   MOVE "Y" TO NEWREG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO REGISTRATIONS-READ
                   MOVE "N" TO REGISTRATION-CHANGED-SWITCH
                   IF GRADE-CHANGE-RUN
                       PERFORM 200-APPLY-GRADE-CHANGE
                           VARYING CHANGE-SUB FROM 1 BY 1
                           UNTIL CHANGE-SUB > CHANGE-COUNT
                   ELSE
                       PERFORM 300-LAPSE-INCOMPLETE
                   END-IF
                   IF REGISTRATION-CHANGED
                       PERFORM 150-REWRITE-REGISTRATION
                   END-IF
           END-READ.
      *
       150-REWRITE-REGISTRATION.
      *
           REWRITE COURSE-REGISTRATION-RECORD.
           IF NOT NEWREG-SUCCESSFUL
               DISPLAY "REWRITE ERROR ON NEWREG FOR STUDENT "
                   CR-STUDENT-ID " COURSE " CR-COURSE-KEY
                   " -- STATUS " NEWREG-FILE-STATUS.
      *
       200-APPLY-GRADE-CHANGE.
      *
           IF GT-PENDING (CHANGE-SUB)
               AND GT-COURSE-KEY (CHANGE-SUB) = CR-COURSE-KEY
               AND GT-STUDENT-ID (CHANGE-SUB) = CR-STUDENT-ID
               AND GT-TERM (CHANGE-SUB) = CR-COURSE-START-DATE
               PERFORM 210-EDIT-AGAINST-REGISTRATION
               IF GT-PENDING (CHANGE-SUB)
                   PERFORM 220-POST-KEYED-CHANGE.
      *
       210-EDIT-AGAINST-REGISTRATION.
      *
      *    THE OLD GRADE ON THE FORM MUST BE THE GRADE ON FILE --
      *    A MISMATCH MEANS THE FORM IS FOR A GRADE ALREADY CHANGED
      *    OR FOR A TERM NOT YET POSTED -- AND ONLY THE TEACHER OF
      *    RECORD FOR THE SECTION MAY CHANGE ITS GRADES.
      *
           IF GT-OLD-GRADE (CHANGE-SUB) NOT = CR-SEMESTER-GRADE
               SET GT-REJECTED (CHANGE-SUB) TO TRUE
               MOVE "OLD GRADE NOT THE GRADE ON FILE" TO
                   GT-REJECT-REASON (CHANGE-SUB)
           ELSE
           IF GT-TEACHER-NUMBER (CHANGE-SUB) NOT = CR-TEACHER-NUMBER
               SET GT-REJECTED (CHANGE-SUB) TO TRUE
               MOVE "NOT THE TEACHER OF RECORD" TO
                   GT-REJECT-REASON (CHANGE-SUB).
      *
       220-POST-KEYED-CHANGE.
      *
           MOVE GT-OLD-GRADE (CHANGE-SUB)      TO CHANGE-OLD-GRADE.
           MOVE GT-NEW-GRADE (CHANGE-SUB)      TO CHANGE-NEW-GRADE.
           MOVE GT-TEACHER-NUMBER (CHANGE-SUB) TO CHANGE-TEACHER-NUMBER.
           MOVE GT-AUTHORIZATION (CHANGE-SUB)  TO CHANGE-AUTHORIZATION.
           SET CHANGE-KEYED TO TRUE.
           PERFORM 600-READ-STUDENT-MASTER.
           IF STUDENT-FOUND
               PERFORM 610-REPOST-SEMESTER-GRADE
               SET GT-APPLIED (CHANGE-SUB) TO TRUE
               ADD 1 TO CHANGES-APPLIED
               MOVE "APPLIED" TO GDL-OUTCOME
               PERFORM 690-PRINT-CHANGE-LINE
           ELSE
               ADD 1 TO STUDENTS-NOT-FOUND
               SET GT-REJECTED (CHANGE-SUB) TO TRUE
               MOVE "STUDENT NOT ON MASTER" TO
                   GT-REJECT-REASON (CHANGE-SUB).
      *
       300-LAPSE-INCOMPLETE.
      *
      *    AN INCOMPLETE NOT MADE UP BY THE DEADLINE IS GRADED F ON
      *    THE AUTHORITY OF THE DEADLINE ITSELF, UNDER THE TEACHER
      *    OF RECORD FOR THE SECTION.
      *
           IF CR-SEMESTER-GRADE = "I"
               AND CR-COURSE-START-DATE <= DEADLINE-TERM
               MOVE "I"               TO CHANGE-OLD-GRADE
               MOVE "F"               TO CHANGE-NEW-GRADE
               MOVE CR-TEACHER-NUMBER TO CHANGE-TEACHER-NUMBER
               MOVE "DEADLINE"        TO CHANGE-AUTHORIZATION
               SET CHANGE-LAPSED TO TRUE
               PERFORM 600-READ-STUDENT-MASTER
               IF STUDENT-FOUND
                   PERFORM 610-REPOST-SEMESTER-GRADE
                   ADD 1 TO INCOMPLETES-LAPSED
                   MOVE "INCOMPLETE LAPSED TO F" TO GDL-OUTCOME
                   PERFORM 690-PRINT-CHANGE-LINE
                   PERFORM 700-PRINT-LAPSE-NOTICE
               ELSE
                   ADD 1 TO STUDENTS-NOT-FOUND
                   MOVE ZERO TO POINTS-BACKED-OUT
                                POINTS-POSTED
                   MOVE SPACE TO OLD-STANDING
                   MOVE "STUDENT NOT ON MASTER" TO GDL-OUTCOME
                   PERFORM 690-PRINT-CHANGE-LINE.
      *
       400-PRINT-REJECTED-CHANGES.
      *
           MOVE "REJECTED GRADE CHANGES" TO GSL-SECTION-TITLE.
           MOVE GCH-SECTION-LINE TO GCH-PRINT-AREA.
           WRITE GCH-PRINT-AREA AFTER ADVANCING 3 LINES.
           PERFORM 410-PRINT-REJECTED-CHANGE
               VARYING CHANGE-SUB FROM 1 BY 1
               UNTIL CHANGE-SUB > CHANGE-COUNT.
      *
       410-PRINT-REJECTED-CHANGE.
      *
      *    A CHANGE STILL PENDING AFTER THE PASS MATCHED NO
      *    REGISTRATION AT ALL.
      *
           IF GT-PENDING (CHANGE-SUB)
               SET GT-REJECTED (CHANGE-SUB) TO TRUE
               MOVE "NO SUCH REGISTRATION" TO
                   GT-REJECT-REASON (CHANGE-SUB).
           IF GT-REJECTED (CHANGE-SUB)
               ADD 1 TO CHANGES-REJECTED
               MOVE GT-STUDENT-ID (CHANGE-SUB)  TO GDL-STUDENT-ID
               MOVE GT-COURSE-KEY (CHANGE-SUB)  TO GDL-COURSE-KEY
               MOVE GT-TERM (CHANGE-SUB)        TO GDL-TERM
               MOVE GT-OLD-GRADE (CHANGE-SUB)   TO GDL-OLD-GRADE
               MOVE GT-NEW-GRADE (CHANGE-SUB)   TO GDL-NEW-GRADE
               MOVE ZERO  TO GDL-POINTS-OUT
                             GDL-POINTS-IN
               MOVE SPACE TO GDL-OLD-STANDING
                             GDL-STANDING-ARROW
                             GDL-NEW-STANDING
               MOVE GT-REJECT-REASON (CHANGE-SUB) TO GDL-OUTCOME
               MOVE GCH-DETAIL-LINE TO GCH-PRINT-AREA
               WRITE GCH-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       500-PRINT-CONTROL-TOTALS.
      *
           MOVE "CONTROL TOTALS" TO GSL-SECTION-TITLE.
           MOVE GCH-SECTION-LINE TO GCH-PRINT-AREA.
           WRITE GCH-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "REGISTRATIONS READ" TO GTL-TOTAL-LABEL.
           MOVE REGISTRATIONS-READ TO GTL-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
           IF GRADE-CHANGE-RUN
               MOVE "GRADE CHANGES READ" TO GTL-TOTAL-LABEL
               MOVE CHANGES-READ TO GTL-TOTAL
               PERFORM 510-PRINT-TOTAL-LINE
               MOVE "GRADE CHANGES APPLIED" TO GTL-TOTAL-LABEL
               MOVE CHANGES-APPLIED TO GTL-TOTAL
               PERFORM 510-PRINT-TOTAL-LINE
               MOVE "GRADE CHANGES REJECTED" TO GTL-TOTAL-LABEL
               MOVE CHANGES-REJECTED TO GTL-TOTAL
               PERFORM 510-PRINT-TOTAL-LINE
           ELSE
               MOVE "INCOMPLETES LAPSED TO F" TO GTL-TOTAL-LABEL
               MOVE INCOMPLETES-LAPSED TO GTL-TOTAL
               PERFORM 510-PRINT-TOTAL-LINE.
           MOVE "STUDENTS NOT ON MASTER" TO GTL-TOTAL-LABEL.
           MOVE STUDENTS-NOT-FOUND TO GTL-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
           MOVE "GRADE POINTS BACKED OUT" TO GTL-TOTAL-LABEL.
           MOVE POINTS-BACKED-OUT-TOTAL TO GTL-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
           MOVE "GRADE POINTS POSTED" TO GTL-TOTAL-LABEL.
           MOVE POINTS-POSTED-TOTAL TO GTL-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
           MOVE "STANDINGS CHANGED" TO GTL-TOTAL-LABEL.
           MOVE STANDINGS-CHANGED TO GTL-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
      *
       510-PRINT-TOTAL-LINE.
      *
           MOVE GCH-TOTAL-LINE TO GCH-PRINT-AREA.
           WRITE GCH-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       600-READ-STUDENT-MASTER.
      *
           MOVE "Y" TO STUDENT-FOUND-SWITCH.
           MOVE CR-STUDENT-ID TO SM-STUDENT-ID.
           READ STUMAST
               INVALID KEY
                   MOVE "N" TO STUDENT-FOUND-SWITCH.
      *
       610-REPOST-SEMESTER-GRADE.
      *
      *    TRM1000 POSTED THE OLD GRADE'S UNITS AND POINTS AND
      *    RELIEVED ITS UNITS IN PROGRESS -- UNLESS IT WAS AN
      *    INCOMPLETE, WHICH POSTED NOTHING. BACKING IT OUT PUTS
      *    THE UNITS BACK IN PROGRESS, AND POSTING THE NEW GRADE
      *    RELIEVES THEM AGAIN THE SAME WAY TRM1000 DOES.
      *
           MOVE ZERO TO UNITS-BACKED-OUT
                        POINTS-BACKED-OUT
                        UNITS-POSTED
                        POINTS-POSTED.
           MOVE CHANGE-OLD-GRADE TO GRADE-TO-CONVERT.
           PERFORM 620-CONVERT-GRADE.
           IF GRADE-POSTABLE
               MOVE CR-COURSE-UNITS TO UNITS-BACKED-OUT
               COMPUTE POINTS-BACKED-OUT =
                   GRADE-POINT-VALUE * CR-COURSE-UNITS.
           MOVE CHANGE-NEW-GRADE TO GRADE-TO-CONVERT.
           PERFORM 620-CONVERT-GRADE.
           IF GRADE-POSTABLE
               MOVE CR-COURSE-UNITS TO UNITS-POSTED
               COMPUTE POINTS-POSTED =
                   GRADE-POINT-VALUE * CR-COURSE-UNITS.
           IF SM-UNITS-COMPLETED >= UNITS-BACKED-OUT
               SUBTRACT UNITS-BACKED-OUT FROM SM-UNITS-COMPLETED
           ELSE
               MOVE ZERO TO SM-UNITS-COMPLETED.
           IF SM-TOTAL-GRADE-POINTS >= POINTS-BACKED-OUT
               SUBTRACT POINTS-BACKED-OUT FROM SM-TOTAL-GRADE-POINTS
           ELSE
               MOVE ZERO TO SM-TOTAL-GRADE-POINTS.
           ADD UNITS-BACKED-OUT TO SM-UNITS-IN-PROGRESS.
           ADD UNITS-POSTED  TO SM-UNITS-COMPLETED.
           ADD POINTS-POSTED TO SM-TOTAL-GRADE-POINTS.
           IF SM-UNITS-IN-PROGRESS >= UNITS-POSTED
               SUBTRACT UNITS-POSTED FROM SM-UNITS-IN-PROGRESS
           ELSE
               MOVE ZERO TO SM-UNITS-IN-PROGRESS.
           MOVE SM-ACADEMIC-STANDING TO OLD-STANDING.
           PERFORM 630-REJUDGE-ACADEMIC-STANDING.
           IF SM-ACADEMIC-STANDING NOT = OLD-STANDING
               ADD 1 TO STANDINGS-CHANGED.
           REWRITE STUDENT-MASTER-RECORD.
           IF NOT STUMAST-SUCCESSFUL
               DISPLAY "REWRITE ERROR ON STUMAST FOR STUDENT "
                   SM-STUDENT-ID " -- STATUS " STUMAST-FILE-STATUS.
           MOVE CHANGE-NEW-GRADE TO CR-SEMESTER-GRADE.
           MOVE "Y" TO REGISTRATION-CHANGED-SWITCH.
           ADD POINTS-BACKED-OUT TO POINTS-BACKED-OUT-TOTAL.
           ADD POINTS-POSTED     TO POINTS-POSTED-TOTAL.
           PERFORM 640-WRITE-AUDIT-RECORD.
      *
       620-CONVERT-GRADE.
      *
           MOVE "Y" TO GRADE-POSTABLE-SWITCH.
           EVALUATE GRADE-TO-CONVERT
               WHEN "A" MOVE 4 TO GRADE-POINT-VALUE
               WHEN "B" MOVE 3 TO GRADE-POINT-VALUE
               WHEN "C" MOVE 2 TO GRADE-POINT-VALUE
               WHEN "D" MOVE 1 TO GRADE-POINT-VALUE
               WHEN "F" MOVE 0 TO GRADE-POINT-VALUE
               WHEN OTHER
                   MOVE "N" TO GRADE-POSTABLE-SWITCH
           END-EVALUATE.
      *
       630-REJUDGE-ACADEMIC-STANDING.
      *
      *    JUDGED EXACTLY AS STD1000 JUDGES IT. THE STANDING TERM IS
      *    LEFT AS IT WAS -- THE STANDING IS STILL THE ONE FOR THE
      *    TERM STD1000 LAST JUDGED, CORRECTED FOR THE CHANGE.
      *
           IF ENROLLED
               AND SM-UNITS-COMPLETED > ZERO
               AND SM-CLASS-STANDING >= 1
               AND SM-CLASS-STANDING <= 4
               COMPUTE STUDENT-GPA ROUNDED =
                   SM-TOTAL-GRADE-POINTS / SM-UNITS-COMPLETED
               MOVE SM-CLASS-STANDING TO CLASS-SUB
               EVALUATE TRUE
                   WHEN STUDENT-GPA < TT-DISQUALIFY-GPA (CLASS-SUB)
                       SET STANDING-DISQUALIFIED TO TRUE
                   WHEN STUDENT-GPA < TT-PROBATION-GPA (CLASS-SUB)
                       SET STANDING-PROBATION TO TRUE
                   WHEN STUDENT-GPA >= TT-HONORS-GPA (CLASS-SUB)
                       SET STANDING-HONORS TO TRUE
                   WHEN OTHER
                       SET STANDING-GOOD TO TRUE
               END-EVALUATE.
      *
       640-WRITE-AUDIT-RECORD.
      *
           MOVE RUN-DATE              TO GA-CHANGE-DATE.
           MOVE RUN-TIME              TO GA-CHANGE-TIME.
           MOVE CHANGE-SOURCE         TO GA-CHANGE-SOURCE.
           MOVE CR-STUDENT-ID         TO GA-STUDENT-ID.
           MOVE CR-COURSE-KEY         TO GA-COURSE-KEY.
           MOVE CR-COURSE-START-DATE  TO GA-TERM.
           MOVE CHANGE-OLD-GRADE      TO GA-OLD-GRADE.
           MOVE CHANGE-NEW-GRADE      TO GA-NEW-GRADE.
           MOVE CHANGE-TEACHER-NUMBER TO GA-TEACHER-NUMBER.
           MOVE CHANGE-AUTHORIZATION  TO GA-AUTHORIZATION.
           MOVE CR-COURSE-UNITS       TO GA-COURSE-UNITS.
           MOVE UNITS-BACKED-OUT      TO GA-UNITS-BACKED-OUT.
           MOVE POINTS-BACKED-OUT     TO GA-POINTS-BACKED-OUT.
           MOVE UNITS-POSTED          TO GA-UNITS-POSTED.
           MOVE POINTS-POSTED         TO GA-POINTS-POSTED.
           MOVE OLD-STANDING          TO GA-OLD-STANDING.
           MOVE SM-ACADEMIC-STANDING  TO GA-NEW-STANDING.
           WRITE GRADE-CHANGE-AUDIT-RECORD.
           IF NOT GRDAUD-SUCCESSFUL
               DISPLAY "WRITE ERROR ON GRDAUD -- STATUS "
                   GRDAUD-FILE-STATUS.
      *
       690-PRINT-CHANGE-LINE.
      *
           MOVE CR-STUDENT-ID        TO GDL-STUDENT-ID.
           MOVE CR-COURSE-KEY        TO GDL-COURSE-KEY.
           MOVE CR-COURSE-START-DATE TO GDL-TERM.
           MOVE CHANGE-OLD-GRADE     TO GDL-OLD-GRADE.
           MOVE CHANGE-NEW-GRADE     TO GDL-NEW-GRADE.
           MOVE POINTS-BACKED-OUT    TO GDL-POINTS-OUT.
           MOVE POINTS-POSTED        TO GDL-POINTS-IN.
           IF STUDENT-FOUND
               MOVE OLD-STANDING         TO GDL-OLD-STANDING
               MOVE " TO "               TO GDL-STANDING-ARROW
               MOVE SM-ACADEMIC-STANDING TO GDL-NEW-STANDING
           ELSE
               MOVE SPACE TO GDL-OLD-STANDING
                             GDL-STANDING-ARROW
                             GDL-NEW-STANDING.
           MOVE GCH-DETAIL-LINE TO GCH-PRINT-AREA.
           WRITE GCH-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       700-PRINT-LAPSE-NOTICE.
      *
           MOVE SM-STUDENT-ID TO NHL-STUDENT-ID.
           MOVE RUN-DATE      TO NHL-RUN-DATE.
           MOVE NTC-HEADING-LINE TO NTC-PRINT-AREA.
           WRITE NTC-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE SM-STUDENT-NAME TO NTC-PRINT-AREA.
           WRITE NTC-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE SM-STUDENT-ADDRESS TO NTC-PRINT-AREA.
           WRITE NTC-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SM-STUDENT-CITY     TO NCL-STUDENT-CITY.
           MOVE SM-STUDENT-STATE    TO NCL-STUDENT-STATE.
           MOVE SM-STUDENT-ZIP-CODE TO NCL-STUDENT-ZIP-CODE.
           MOVE NTC-CITY-LINE TO NTC-PRINT-AREA.
           WRITE NTC-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE NTC-LAPSE-TEXT-1 TO NTC-PRINT-AREA.
           WRITE NTC-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE NTC-LAPSE-TEXT-2 TO NTC-PRINT-AREA.
           WRITE NTC-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE CR-COURSE-KEY        TO NCO-COURSE-KEY.
           MOVE CR-COURSE-TITLE      TO NCO-COURSE-TITLE.
           MOVE CR-COURSE-START-DATE TO NCO-TERM.
           MOVE CR-COURSE-UNITS      TO NCO-UNITS.
           MOVE NTC-COURSE-LINE TO NTC-PRINT-AREA.
           WRITE NTC-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE NTC-CLOSING-TEXT TO NTC-PRINT-AREA.
           WRITE NTC-PRINT-AREA AFTER ADVANCING 2 LINES.
