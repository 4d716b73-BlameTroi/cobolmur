       01  GRADE-CHANGE-AUDIT-RECORD.
      *
      *    ONE RECORD PER SEMESTER GRADE CHANGED AFTER TERM
      *    POSTING -- A KEYED CORRECTION OR AN INCOMPLETE LAPSED
      *    TO F AT THE DEADLINE -- WITH THE UNITS AND GRADE POINTS
      *    BACKED OUT OF AND POSTED TO THE STUDENT MASTER. THE
      *    FILE IS ONLY EVER EXTENDED.
      *
           05  GA-CHANGE-DATE          PIC 9(8).
           05  GA-CHANGE-TIME          PIC 9(6).
           05  GA-CHANGE-SOURCE        PIC X.
               88  GA-KEYED-CHANGE             VALUE "C".
               88  GA-INCOMPLETE-LAPSED        VALUE "L".
           05  GA-STUDENT-ID           PIC 9(9).
           05  GA-COURSE-KEY           PIC X(9).
           05  GA-TERM                 PIC 9(6).
           05  GA-OLD-GRADE            PIC X.
           05  GA-NEW-GRADE            PIC X.
           05  GA-TEACHER-NUMBER       PIC 9(3).
           05  GA-AUTHORIZATION        PIC X(8).
           05  GA-COURSE-UNITS         PIC 9.
           05  GA-UNITS-BACKED-OUT     PIC 9.
           05  GA-POINTS-BACKED-OUT    PIC 9(2).
           05  GA-UNITS-POSTED         PIC 9.
           05  GA-POINTS-POSTED        PIC 9(2).
           05  GA-OLD-STANDING         PIC X.
           05  GA-NEW-STANDING         PIC X.
