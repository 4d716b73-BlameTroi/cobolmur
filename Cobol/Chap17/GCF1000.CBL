       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. GCF1000.
      *
      *    GRADUATION CLEARANCE AND DEGREE CONFERRAL. RUNS AFTER
      *    THE FINAL TERM HAS BEEN POSTED AND STANDING JUDGED, FOR
      *    EVERY STUDENT ON THE GRADUATION APPLICATION FILE WHO
      *    APPLIED FOR THE DEGREE TERM ENTERED. EACH CANDIDATE IS
      *    CLEARED ONLY WHEN THE MAJOR'S REQUIREMENT CHECKLIST IS
      *    MET AGAIN FROM MAJREQ AND NEWREG THE WAY DGA1000 AUDITS
      *    IT -- NO REQUIRED COURSE OUTSTANDING AND THE ELECTIVE
      *    UNITS EARNED -- WHEN NOTHING IS OWED ON THE STUDENT
      *    OPEN-ITEM FILE, AND WHEN THE ACADEMIC STANDING IS GOOD
      *    OR HONORS. A CLEARED STUDENT IS MARKED GRADUATED ON THE
      *    MASTER WITH THE DEGREE TERM AND THE HONORS EARNED BY
      *    CUMULATIVE GPA AGAINST THE CUTOFFS ON GRDCTL. THE
      *    COMMENCEMENT LIST PRINTS THE DIPLOMA NAMES FOR THE
      *    CEREMONY; EVERY CANDIDATE WHO DID NOT CLEAR PRINTS ON
      *    A SEPARATE LIST WITH THE REASON, FOR THE REGISTRAR TO
      *    FOLLOW UP BEFORE THE NEXT RUN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT GRDCTL   ASSIGN TO "c:\cobol\data\grdctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GRDCTL-FILE-STATUS.
           SELECT GRDAPP   ASSIGN TO "c:\cobol\data\grdapp.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GRDAPP-FILE-STATUS.
           SELECT MAJREQ   ASSIGN TO "c:\cobol\data\majreq.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MAJREQ-FILE-STATUS.
           SELECT NEWREG   ASSIGN TO "c:\cobol\data\newreg.dat"
                           FILE STATUS IS NEWREG-FILE-STATUS.
           SELECT STUOPEN  ASSIGN TO "c:\cobol\data\stuopen.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STUOPEN-FILE-STATUS.
           SELECT STUMAST  ASSIGN TO "c:\cobol\data\stumast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS SM-STUDENT-ID
                           FILE STATUS IS STUMAST-FILE-STATUS.
           SELECT GCFLST   ASSIGN TO "c:\cobol\data\gcf1lst.prn".
           SELECT GCFEXC   ASSIGN TO "c:\cobol\data\gcf1exc.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  GRDCTL.
      *
       01  GRADUATION-CONTROL-RECORD.
           05  GD-SUMMA-GPA            PIC 9V99.
           05  GD-MAGNA-GPA            PIC 9V99.
           05  GD-CUM-LAUDE-GPA        PIC 9V99.
      *
       FD  GRDAPP.
      *
       COPY "Grdapp.cpy".
      *
       FD  MAJREQ.
      *
       COPY "Majreq.cpy".
      *
       FD  NEWREG.
      *
       COPY "CRSEREG.CPY".
      *
       FD  STUOPEN.
      *
       COPY "Stuopen.cpy".
      *
       FD  STUMAST.
      *
       COPY "Stumast.cpy".
      *
       FD  GCFLST.
       01  GCF-LIST-AREA           PIC X(90).
      *
       FD  GCFEXC.
       01  GCF-EXCEPTION-AREA      PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  GRDAPP-EOF-SWITCH           PIC X   VALUE "N".
               88  GRDAPP-EOF                      VALUE "Y".
           05  MAJREQ-EOF-SWITCH           PIC X.
               88  MAJREQ-EOF                      VALUE "Y".
           05  NEWREG-EOF-SWITCH           PIC X.
               88  NEWREG-EOF                      VALUE "Y".
           05  STUOPEN-EOF-SWITCH          PIC X.
               88  STUOPEN-EOF                     VALUE "Y".
           05  CANDIDATE-CLEARED-SWITCH    PIC X.
               88  CANDIDATE-CLEARED               VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  GRDCTL-FILE-STATUS      PIC XX.
               88  GRDCTL-SUCCESSFUL           VALUE "00".
           05  GRDAPP-FILE-STATUS      PIC XX.
               88  GRDAPP-SUCCESSFUL           VALUE "00".
           05  MAJREQ-FILE-STATUS      PIC XX.
               88  MAJREQ-SUCCESSFUL           VALUE "00".
           05  NEWREG-FILE-STATUS      PIC XX.
               88  NEWREG-SUCCESSFUL           VALUE "00".
           05  STUOPEN-FILE-STATUS     PIC XX.
               88  STUOPEN-SUCCESSFUL          VALUE "00".
           05  STUMAST-FILE-STATUS     PIC XX.
               88  STUMAST-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  DEGREE-TERM             PIC 9(6).
      *
       01  CONFERRAL-COUNT-FIELDS.
           05  APPLICATIONS-READ       PIC 9(5)    VALUE ZERO.
           05  CANDIDATES-CLEARED      PIC 9(5)    VALUE ZERO.
           05  CANDIDATES-NOT-CLEARED  PIC 9(5)    VALUE ZERO.
           05  SUMMA-COUNT             PIC 9(5)    VALUE ZERO.
           05  MAGNA-COUNT             PIC 9(5)    VALUE ZERO.
           05  CUM-LAUDE-COUNT         PIC 9(5)    VALUE ZERO.
      *
       01  HONORS-CUTOFF-FIELDS.
           05  SUMMA-GPA               PIC 9V99.
           05  MAGNA-GPA               PIC 9V99.
           05  CUM-LAUDE-GPA           PIC 9V99.
      *
       01  CLEARANCE-WORK-FIELDS.
           05  REQUIREMENT-SUB         PIC S9(3)   COMP.
           05  OUTSTANDING-COUNT       PIC 9(3).
           05  COMPLETED-UNITS         PIC 9(3).
           05  REQUIRED-COURSE-UNITS   PIC 9(3).
           05  ELECTIVE-UNITS-EARNED   PIC S9(3).
           05  ELECTIVE-UNITS-NEEDED   PIC 9(3).
           05  ELECTIVE-UNITS-SHORT    PIC S9(3).
           05  BALANCE-OWED            PIC S9(9)V99.
           05  STUDENT-GPA             PIC 9V99.
           05  REASON-TEXT             PIC X(30).
           05  REASON-DETAIL           PIC X(15).
           05  EDITED-COUNT            PIC ZZ9.
           05  EDITED-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
      *
       01  REQUIREMENT-TABLE.
           05  REQUIREMENT-COUNT       PIC S9(3)   COMP  VALUE ZERO.
           05  REQUIREMENT-ENTRY           OCCURS 50 TIMES.
               10  RQ-DEPARTMENT-CODE      PIC X(4).
               10  RQ-COURSE-NUMBER        PIC 9(3).
               10  RQ-SATISFIED-SWITCH     PIC X.
                   88  RQ-SATISFIED                VALUE "Y".
      *
       01  GCF-LIST-HEADING-1.
           05  FILLER                  PIC X(38) VALUE
               "GCF1000  COMMENCEMENT LIST    TERM ".
           05  GLH-DEGREE-TERM         PIC 9(6).
      *
       01  GCF-LIST-HEADING-2.
           05  FILLER                  PIC X(11) VALUE "STUDENT".
           05  FILLER                  PIC X(42) VALUE "DIPLOMA NAME".
           05  FILLER                  PIC X(7)  VALUE "MAJOR".
           05  FILLER                  PIC X(6)  VALUE "GPA".
           05  FILLER                  PIC X(15) VALUE "HONORS".
      *
       01  GCF-LIST-DETAIL-LINE.
           05  GLD-STUDENT-ID          PIC 9(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GLD-DIPLOMA-NAME        PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GLD-MAJOR               PIC X(4).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  GLD-GPA                 PIC 9.99.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GLD-HONORS              PIC X(15).
      *
       01  GCF-EXCEPTION-HEADING-1.
           05  FILLER                  PIC X(38) VALUE
               "GCF1000  CANDIDATES NOT CLEARED  TERM ".
           05  GEH-DEGREE-TERM         PIC 9(6).
      *
       01  GCF-EXCEPTION-HEADING-2.
           05  FILLER                  PIC X(11) VALUE "STUDENT".
           05  FILLER                  PIC X(27) VALUE "NAME".
           05  FILLER                  PIC X(30) VALUE "REASON".
      *
       01  GCF-EXCEPTION-DETAIL-LINE.
           05  GED-STUDENT-ID          PIC 9(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GED-STUDENT-NAME        PIC X(25).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  GED-REASON-TEXT         PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  GED-REASON-DETAIL       PIC X(15).
      *
       01  GCF-TOTAL-LINE.
           05  GTL-TOTAL-LABEL         PIC X(30).
           05  GTL-TOTAL-COUNT         PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-CONFER-DEGREES.
      *
           DISPLAY "GCF1000 GRADUATION CLEARANCE AND DEGREE CONFERRAL".
           DISPLAY "ENTER THE DEGREE TERM (YYYYMM).".
           ACCEPT DEGREE-TERM.
           PERFORM 050-LOAD-HONORS-CUTOFFS.
           OPEN INPUT GRDAPP.
           IF NOT GRDAPP-SUCCESSFUL
               DISPLAY "NO GRADUATION APPLICATION FILE -- NOTHING "
                   "TO CONFER."
               STOP RUN.
           OPEN I-O STUMAST.
           IF NOT STUMAST-SUCCESSFUL
               DISPLAY "STUDENT MASTER COULD NOT BE OPENED -- "
                   "STATUS " STUMAST-FILE-STATUS
               CLOSE GRDAPP
               STOP RUN.
           OPEN OUTPUT GCFLST
                       GCFEXC.
           PERFORM 080-PRINT-HEADINGS.
           PERFORM 100-PROCESS-NEXT-APPLICATION
               UNTIL GRDAPP-EOF.
           PERFORM 500-PRINT-CONFERRAL-TOTALS.
           CLOSE GRDAPP
                 STUMAST
                 GCFLST
                 GCFEXC.
           DISPLAY "GCF1000 APPLICATIONS " APPLICATIONS-READ
               "  CLEARED " CANDIDATES-CLEARED
               "  NOT CLEARED " CANDIDATES-NOT-CLEARED.
           STOP RUN.
      *
       050-LOAD-HONORS-CUTOFFS.
      *
      *    THE CUTOFFS ARE THE LOWEST CUMULATIVE GPA FOR EACH
      *    HONORS LEVEL. A LEVEL SET TO ZERO IS NOT AWARDED, SO A
      *    SCHOOL WITHOUT SUMMA CUM LAUDE LEAVES IT AT ZERO. A
      *    CONTROL RECORD THAT IS MISSING OR NOT NUMERIC, OR WITH
      *    THE LEVELS OUT OF ORDER, WOULD HAND OUT THE WRONG
      *    HONORS ON DIPLOMAS THAT CANNOT BE CALLED BACK -- THE RUN
      *    IS REFUSED UNTIL IT IS SET RIGHT.
      *
           OPEN INPUT GRDCTL.
           IF NOT GRDCTL-SUCCESSFUL
               DISPLAY "NO GRADUATION CONTROL FILE -- SET THE HONORS "
                   "CUTOFFS ON GRDCTL BEFORE RUNNING."
               STOP RUN.
           READ GRDCTL
               AT END
                   DISPLAY "GRADUATION CONTROL FILE IS EMPTY -- RUN "
                       "REFUSED."
                   CLOSE GRDCTL
                   STOP RUN
           END-READ.
           CLOSE GRDCTL.
           IF GD-SUMMA-GPA NOT NUMERIC
             OR GD-MAGNA-GPA NOT NUMERIC
             OR GD-CUM-LAUDE-GPA NOT NUMERIC
               DISPLAY "HONORS CUTOFFS ON GRDCTL NOT NUMERIC -- RUN "
                   "REFUSED."
               STOP RUN.
           MOVE GD-SUMMA-GPA     TO SUMMA-GPA.
           MOVE GD-MAGNA-GPA     TO MAGNA-GPA.
           MOVE GD-CUM-LAUDE-GPA TO CUM-LAUDE-GPA.
           IF (SUMMA-GPA NOT = ZERO AND MAGNA-GPA NOT = ZERO
                   AND SUMMA-GPA < MAGNA-GPA)
             OR (SUMMA-GPA NOT = ZERO AND CUM-LAUDE-GPA NOT = ZERO
                   AND SUMMA-GPA < CUM-LAUDE-GPA)
             OR (MAGNA-GPA NOT = ZERO AND CUM-LAUDE-GPA NOT = ZERO
                   AND MAGNA-GPA < CUM-LAUDE-GPA)
               DISPLAY "HONORS CUTOFFS ON GRDCTL OUT OF ORDER -- RUN "
                   "REFUSED."
               STOP RUN.
      *
       080-PRINT-HEADINGS.
      *
           MOVE DEGREE-TERM TO GLH-DEGREE-TERM.
           MOVE GCF-LIST-HEADING-1 TO GCF-LIST-AREA.
           WRITE GCF-LIST-AREA AFTER ADVANCING PAGE.
           MOVE GCF-LIST-HEADING-2 TO GCF-LIST-AREA.
           WRITE GCF-LIST-AREA AFTER ADVANCING 2 LINES.
           MOVE DEGREE-TERM TO GEH-DEGREE-TERM.
           MOVE GCF-EXCEPTION-HEADING-1 TO GCF-EXCEPTION-AREA.
           WRITE GCF-EXCEPTION-AREA AFTER ADVANCING PAGE.
           MOVE GCF-EXCEPTION-HEADING-2 TO GCF-EXCEPTION-AREA.
           WRITE GCF-EXCEPTION-AREA AFTER ADVANCING 2 LINES.
      *
       100-PROCESS-NEXT-APPLICATION.
      *
           READ GRDAPP
               AT END
                   MOVE "Y" TO GRDAPP-EOF-SWITCH
               NOT AT END
                   IF GP-DEGREE-TERM = DEGREE-TERM
                       ADD 1 TO APPLICATIONS-READ
                       PERFORM 200-CLEAR-ONE-CANDIDATE
                   END-IF
           END-READ.
      *
       200-CLEAR-ONE-CANDIDATE.
      *
      *    THE CHECKS RUN IN THE ORDER THE REGISTRAR WORKS THEM,
      *    AND THE FIRST ONE FAILED IS THE REASON PRINTED.
      *
           MOVE "Y"   TO CANDIDATE-CLEARED-SWITCH.
           MOVE SPACE TO REASON-TEXT
                         REASON-DETAIL.
           MOVE GP-STUDENT-ID TO SM-STUDENT-ID.
           READ STUMAST
               INVALID KEY
                   MOVE "N" TO CANDIDATE-CLEARED-SWITCH
                   MOVE SPACE TO SM-STUDENT-NAME
                   MOVE "NOT ON THE STUDENT MASTER" TO REASON-TEXT
           END-READ.
           IF CANDIDATE-CLEARED
               PERFORM 210-CHECK-STUDENT-STATUS.
           IF CANDIDATE-CLEARED
               PERFORM 220-CHECK-REQUIREMENTS.
           IF CANDIDATE-CLEARED
               PERFORM 270-CHECK-BURSAR-BALANCE.
           IF CANDIDATE-CLEARED
               PERFORM 290-CHECK-ACADEMIC-STANDING.
           IF CANDIDATE-CLEARED
               PERFORM 300-CONFER-DEGREE
           ELSE
               PERFORM 400-PRINT-NOT-CLEARED.
      *
       210-CHECK-STUDENT-STATUS.
      *
           IF GRADUATED
               MOVE "N" TO CANDIDATE-CLEARED-SWITCH
               MOVE "ALREADY GRADUATED TERM" TO REASON-TEXT
               MOVE SM-DEGREE-TERM TO REASON-DETAIL
           ELSE
               IF NOT ENROLLED
                   MOVE "N" TO CANDIDATE-CLEARED-SWITCH
                   MOVE "NOT AN ENROLLED STUDENT" TO REASON-TEXT.
      *
       220-CHECK-REQUIREMENTS.
      *
           PERFORM 230-LOAD-MAJOR-REQUIREMENTS.
           IF REQUIREMENT-COUNT = ZERO
               AND ELECTIVE-UNITS-NEEDED = ZERO
               MOVE "N" TO CANDIDATE-CLEARED-SWITCH
               MOVE "NO REQUIREMENTS ON FILE, MAJOR" TO REASON-TEXT
               MOVE SM-MAJOR TO REASON-DETAIL
           ELSE
               PERFORM 245-MATCH-COMPLETED-COURSES
               MOVE ZERO TO OUTSTANDING-COUNT
               PERFORM 260-COUNT-OUTSTANDING
                   VARYING REQUIREMENT-SUB FROM 1 BY 1
                   UNTIL REQUIREMENT-SUB > REQUIREMENT-COUNT
               COMPUTE ELECTIVE-UNITS-EARNED =
                   COMPLETED-UNITS - REQUIRED-COURSE-UNITS
               IF ELECTIVE-UNITS-EARNED < ZERO
                   MOVE ZERO TO ELECTIVE-UNITS-EARNED
               END-IF
               COMPUTE ELECTIVE-UNITS-SHORT =
                   ELECTIVE-UNITS-NEEDED - ELECTIVE-UNITS-EARNED
               IF OUTSTANDING-COUNT > ZERO
                   MOVE "N" TO CANDIDATE-CLEARED-SWITCH
                   MOVE "REQUIRED COURSES OUTSTANDING"
                       TO REASON-TEXT
                   MOVE OUTSTANDING-COUNT TO EDITED-COUNT
                   MOVE EDITED-COUNT TO REASON-DETAIL
               ELSE
                   IF ELECTIVE-UNITS-SHORT > ZERO
                       MOVE "N" TO CANDIDATE-CLEARED-SWITCH
                       MOVE "ELECTIVE UNITS SHORT" TO REASON-TEXT
                       MOVE ELECTIVE-UNITS-SHORT TO EDITED-COUNT
                       MOVE EDITED-COUNT TO REASON-DETAIL.
      *
       230-LOAD-MAJOR-REQUIREMENTS.
      *
           MOVE ZERO TO REQUIREMENT-COUNT.
           MOVE ZERO TO ELECTIVE-UNITS-NEEDED.
           MOVE "N"  TO MAJREQ-EOF-SWITCH.
           OPEN INPUT MAJREQ.
           IF NOT MAJREQ-SUCCESSFUL
               MOVE "Y" TO MAJREQ-EOF-SWITCH.
           PERFORM 240-LOAD-NEXT-REQUIREMENT
               UNTIL MAJREQ-EOF.
           IF MAJREQ-SUCCESSFUL
               CLOSE MAJREQ.
      *
       240-LOAD-NEXT-REQUIREMENT.
      *
           READ MAJREQ
               AT END
                   MOVE "Y" TO MAJREQ-EOF-SWITCH
               NOT AT END
                   IF MR-MAJOR = SM-MAJOR
                       IF ELECTIVE-UNITS
                           ADD MR-REQUIRED-UNITS
                               TO ELECTIVE-UNITS-NEEDED
                       ELSE
                           IF REQUIREMENT-COUNT < 50
                               ADD 1 TO REQUIREMENT-COUNT
                               MOVE MR-DEPARTMENT-CODE TO
                                   RQ-DEPARTMENT-CODE
                                       (REQUIREMENT-COUNT)
                               MOVE MR-COURSE-NUMBER TO
                                   RQ-COURSE-NUMBER
                                       (REQUIREMENT-COUNT)
                               MOVE "N" TO RQ-SATISFIED-SWITCH
                                       (REQUIREMENT-COUNT)
                           ELSE
                               DISPLAY "GCF1000 REQUIREMENT TABLE "
                                   "FULL FOR MAJOR " MR-MAJOR
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       245-MATCH-COMPLETED-COURSES.
      *
      *    A REGISTRATION COUNTS AS COMPLETED WHEN IT CARRIES A
      *    PASSING SEMESTER GRADE -- A THROUGH D -- EXACTLY AS THE
      *    DEGREE AUDIT COUNTS IT. AN INCOMPLETE DOES NOT COUNT
      *    UNTIL GCH1000 CHANGES IT.
      *
           MOVE ZERO TO COMPLETED-UNITS.
           MOVE ZERO TO REQUIRED-COURSE-UNITS.
           MOVE "N"  TO NEWREG-EOF-SWITCH.
           OPEN INPUT NEWREG.
           IF NOT NEWREG-SUCCESSFUL
               MOVE "Y" TO NEWREG-EOF-SWITCH.
           PERFORM 250-MATCH-NEXT-REGISTRATION
               UNTIL NEWREG-EOF.
           IF NEWREG-SUCCESSFUL
               CLOSE NEWREG.
      *
       250-MATCH-NEXT-REGISTRATION.
      *
           READ NEWREG
               AT END
                   MOVE "Y" TO NEWREG-EOF-SWITCH
               NOT AT END
                   IF CR-STUDENT-ID = SM-STUDENT-ID
                       AND (CR-SEMESTER-GRADE = "A"
                           OR CR-SEMESTER-GRADE = "B"
                           OR CR-SEMESTER-GRADE = "C"
                           OR CR-SEMESTER-GRADE = "D")
                       ADD CR-COURSE-UNITS TO COMPLETED-UNITS
                       PERFORM 255-MATCH-ONE-REQUIREMENT
                           VARYING REQUIREMENT-SUB FROM 1 BY 1
                           UNTIL REQUIREMENT-SUB > REQUIREMENT-COUNT
                   END-IF
           END-READ.
      *
       255-MATCH-ONE-REQUIREMENT.
      *
           IF NOT RQ-SATISFIED (REQUIREMENT-SUB)
               AND RQ-DEPARTMENT-CODE (REQUIREMENT-SUB)
                   = CR-DEPARTMENT-CODE
               AND RQ-COURSE-NUMBER (REQUIREMENT-SUB)
                   = CR-COURSE-NUMBER
               MOVE "Y" TO RQ-SATISFIED-SWITCH (REQUIREMENT-SUB)
               ADD CR-COURSE-UNITS TO REQUIRED-COURSE-UNITS
               MOVE REQUIREMENT-COUNT TO REQUIREMENT-SUB.
      *
       260-COUNT-OUTSTANDING.
      *
           IF NOT RQ-SATISFIED (REQUIREMENT-SUB)
               ADD 1 TO OUTSTANDING-COUNT.
      *
       270-CHECK-BURSAR-BALANCE.
      *
      *    THE BALANCE IS EVERY OPEN ITEM FOR THE STUDENT, CREDITS
      *    INCLUDED, AS BHD1000 TOTALS IT. ANY AMOUNT STILL OWING
      *    HOLDS THE DIPLOMA -- PAST DUE OR NOT -- AND A BURSAR
      *    RELEASE DOES NOT CLEAR IT; ONLY PAYMENT DOES.
      *
           MOVE ZERO TO BALANCE-OWED.
           MOVE "N"  TO STUOPEN-EOF-SWITCH.
           OPEN INPUT STUOPEN.
           IF NOT STUOPEN-SUCCESSFUL
               MOVE "Y" TO STUOPEN-EOF-SWITCH.
           PERFORM 280-ADD-NEXT-OPEN-ITEM
               UNTIL STUOPEN-EOF.
           IF STUOPEN-SUCCESSFUL
               CLOSE STUOPEN.
           IF BALANCE-OWED > ZERO
               MOVE "N" TO CANDIDATE-CLEARED-SWITCH
               MOVE "BURSAR BALANCE OWED" TO REASON-TEXT
               MOVE BALANCE-OWED TO EDITED-AMOUNT
               MOVE EDITED-AMOUNT TO REASON-DETAIL.
      *
       280-ADD-NEXT-OPEN-ITEM.
      *
           READ STUOPEN
               AT END
                   MOVE "Y" TO STUOPEN-EOF-SWITCH
               NOT AT END
                   IF SO-STUDENT-ID = SM-STUDENT-ID
                       AND STUDENT-ITEM-OPEN
                       ADD SO-OPEN-AMOUNT TO BALANCE-OWED
                   END-IF
           END-READ.
      *
       290-CHECK-ACADEMIC-STANDING.
      *
           IF NOT STANDING-GOOD AND NOT STANDING-HONORS
               MOVE "N" TO CANDIDATE-CLEARED-SWITCH
               EVALUATE TRUE
                   WHEN STANDING-PROBATION
                       MOVE "ON ACADEMIC PROBATION" TO REASON-TEXT
                   WHEN STANDING-DISQUALIFIED
                       MOVE "ACADEMICALLY DISQUALIFIED"
                           TO REASON-TEXT
                   WHEN OTHER
                       MOVE "ACADEMIC STANDING NOT JUDGED"
                           TO REASON-TEXT
               END-EVALUATE.
      *
       300-CONFER-DEGREE.
      *
           IF SM-UNITS-COMPLETED > ZERO
               COMPUTE STUDENT-GPA ROUNDED =
                   SM-TOTAL-GRADE-POINTS / SM-UNITS-COMPLETED
           ELSE
               MOVE ZERO TO STUDENT-GPA.
           EVALUATE TRUE
               WHEN SUMMA-GPA NOT = ZERO
                   AND STUDENT-GPA >= SUMMA-GPA
                   SET SUMMA-CUM-LAUDE TO TRUE
                   MOVE "SUMMA CUM LAUDE" TO GLD-HONORS
                   ADD 1 TO SUMMA-COUNT
               WHEN MAGNA-GPA NOT = ZERO
                   AND STUDENT-GPA >= MAGNA-GPA
                   SET MAGNA-CUM-LAUDE TO TRUE
                   MOVE "MAGNA CUM LAUDE" TO GLD-HONORS
                   ADD 1 TO MAGNA-COUNT
               WHEN CUM-LAUDE-GPA NOT = ZERO
                   AND STUDENT-GPA >= CUM-LAUDE-GPA
                   SET CUM-LAUDE TO TRUE
                   MOVE "CUM LAUDE" TO GLD-HONORS
                   ADD 1 TO CUM-LAUDE-COUNT
               WHEN OTHER
                   SET NO-HONORS TO TRUE
                   MOVE SPACE TO GLD-HONORS
           END-EVALUATE.
           SET GRADUATED TO TRUE.
           MOVE DEGREE-TERM TO SM-DEGREE-TERM.
           REWRITE STUDENT-MASTER-RECORD.
           IF NOT STUMAST-SUCCESSFUL
               DISPLAY "REWRITE ERROR ON STUMAST FOR STUDENT "
                   SM-STUDENT-ID " -- STATUS " STUMAST-FILE-STATUS
               MOVE "N" TO CANDIDATE-CLEARED-SWITCH
               MOVE "MASTER REWRITE ERROR, STATUS" TO REASON-TEXT
               MOVE STUMAST-FILE-STATUS TO REASON-DETAIL
               PERFORM 400-PRINT-NOT-CLEARED
           ELSE
               ADD 1 TO CANDIDATES-CLEARED
               MOVE SM-STUDENT-ID TO GLD-STUDENT-ID
               IF GP-DIPLOMA-NAME = SPACE
                   MOVE SM-STUDENT-NAME TO GLD-DIPLOMA-NAME
               ELSE
                   MOVE GP-DIPLOMA-NAME TO GLD-DIPLOMA-NAME
               END-IF
               MOVE SM-MAJOR    TO GLD-MAJOR
               MOVE STUDENT-GPA TO GLD-GPA
               MOVE GCF-LIST-DETAIL-LINE TO GCF-LIST-AREA
               WRITE GCF-LIST-AREA AFTER ADVANCING 1 LINES.
      *
       400-PRINT-NOT-CLEARED.
      *
           ADD 1 TO CANDIDATES-NOT-CLEARED.
           MOVE GP-STUDENT-ID   TO GED-STUDENT-ID.
           MOVE SM-STUDENT-NAME TO GED-STUDENT-NAME.
           MOVE REASON-TEXT     TO GED-REASON-TEXT.
           MOVE REASON-DETAIL   TO GED-REASON-DETAIL.
           MOVE GCF-EXCEPTION-DETAIL-LINE TO GCF-EXCEPTION-AREA.
           WRITE GCF-EXCEPTION-AREA AFTER ADVANCING 1 LINES.
      *
       500-PRINT-CONFERRAL-TOTALS.
      *
           MOVE "DEGREES CONFERRED" TO GTL-TOTAL-LABEL.
           MOVE CANDIDATES-CLEARED  TO GTL-TOTAL-COUNT.
           MOVE GCF-TOTAL-LINE TO GCF-LIST-AREA.
           WRITE GCF-LIST-AREA AFTER ADVANCING 2 LINES.
           MOVE "  SUMMA CUM LAUDE" TO GTL-TOTAL-LABEL.
           MOVE SUMMA-COUNT         TO GTL-TOTAL-COUNT.
           MOVE GCF-TOTAL-LINE TO GCF-LIST-AREA.
           WRITE GCF-LIST-AREA AFTER ADVANCING 1 LINES.
           MOVE "  MAGNA CUM LAUDE" TO GTL-TOTAL-LABEL.
           MOVE MAGNA-COUNT         TO GTL-TOTAL-COUNT.
           MOVE GCF-TOTAL-LINE TO GCF-LIST-AREA.
           WRITE GCF-LIST-AREA AFTER ADVANCING 1 LINES.
           MOVE "  CUM LAUDE"       TO GTL-TOTAL-LABEL.
           MOVE CUM-LAUDE-COUNT     TO GTL-TOTAL-COUNT.
           MOVE GCF-TOTAL-LINE TO GCF-LIST-AREA.
           WRITE GCF-LIST-AREA AFTER ADVANCING 1 LINES.
           MOVE "APPLICATIONS FOR THE TERM" TO GTL-TOTAL-LABEL.
           MOVE APPLICATIONS-READ   TO GTL-TOTAL-COUNT.
           MOVE GCF-TOTAL-LINE TO GCF-EXCEPTION-AREA.
           WRITE GCF-EXCEPTION-AREA AFTER ADVANCING 2 LINES.
           MOVE "CANDIDATES NOT CLEARED" TO GTL-TOTAL-LABEL.
           MOVE CANDIDATES-NOT-CLEARED TO GTL-TOTAL-COUNT.
           MOVE GCF-TOTAL-LINE TO GCF-EXCEPTION-AREA.
           WRITE GCF-EXCEPTION-AREA AFTER ADVANCING 1 LINES.
