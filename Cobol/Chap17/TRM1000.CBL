      *    STUDENT SCREEN. A POSTING REGISTER CARRIES CONTROL
      *    TOTALS OF THE UNITS AND GRADE POINTS POSTED.
      *    REGISTRATIONS WITHOUT A SEMESTER GRADE ARE LEFT ALONE.
      *    AN INCOMPLETE IS LISTED BUT POSTS NOTHING -- ITS UNITS
      *    STAY IN PROGRESS UNTIL GCH1000 CHANGES THE GRADE OR THE
      *    INCOMPLETE DEADLINE RUN LAPSES IT TO F.

       ENVIRONMENT DIVISION.

           05  REGISTRATIONS-READ      PIC 9(7)    VALUE ZERO.
           05  GRADES-POSTED           PIC 9(7)    VALUE ZERO.
           05  STUDENTS-NOT-FOUND      PIC 9(7)    VALUE ZERO.
           05  INCOMPLETES-LISTED      PIC 9(7)    VALUE ZERO.

       01  POSTING-WORK-FIELDS.

           DISPLAY "TRM1000  REGISTRATIONS READ " REGISTRATIONS-READ.
           DISPLAY "TRM1000  GRADES POSTED      " GRADES-POSTED.
           DISPLAY "TRM1000  STUDENTS NOT FOUND " STUDENTS-NOT-FOUND.
           DISPLAY "TRM1000  INCOMPLETES LISTED " INCOMPLETES-LISTED.
           STOP RUN.

       100-POST-NEXT-REGISTRATION.
                   PERFORM 200-CONVERT-SEMESTER-GRADE
                   IF GRADE-VALID
                       PERFORM 300-POST-TO-STUDENT-MASTER
                   ELSE
                       IF CR-SEMESTER-GRADE = "I"
                           PERFORM 310-LIST-INCOMPLETE
                       END-IF
                   END-IF
           END-READ.

           MOVE POINTS-THIS-COURSE TO TDL-POINTS.
           MOVE TRM-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.

       310-LIST-INCOMPLETE.

           ADD 1 TO INCOMPLETES-LISTED.
           MOVE CR-STUDENT-ID     TO TDL-STUDENT-ID.
           MOVE CR-COURSE-KEY     TO TDL-COURSE-KEY.
           MOVE CR-SEMESTER-GRADE TO TDL-GRADE.
           MOVE CR-COURSE-UNITS   TO TDL-UNITS.
           MOVE ZERO              TO TDL-POINTS.
           MOVE "INCOMPLETE--NOT POSTED" TO TDL-OUTCOME.
           MOVE TRM-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
