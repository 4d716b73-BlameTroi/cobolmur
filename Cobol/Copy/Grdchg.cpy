       01  GRADE-CHANGE-TRANSACTION.
      *
      *    ONE GRADE CORRECTION OR COMPLETED INCOMPLETE FOR A
      *    REGISTRATION WHOSE TERM HAS BEEN POSTED. THE OLD GRADE
      *    MUST MATCH THE SEMESTER GRADE ON FILE, AND THE CHANGE
      *    MUST BE AUTHORIZED BY THE TEACHER OF RECORD FOR THE
      *    SECTION, WITH THE REFERENCE OF THE SIGNED CHANGE FORM.
      *
           05  GC-STUDENT-ID           PIC 9(9).
           05  GC-COURSE-KEY           PIC X(9).
           05  GC-TERM                 PIC 9(6).
           05  GC-OLD-GRADE            PIC X.
               88  GC-OLD-GRADE-VALID          VALUE "A" "B" "C"
                                                     "D" "F" "I".
           05  GC-NEW-GRADE            PIC X.
               88  GC-NEW-GRADE-VALID          VALUE "A" "B" "C"
                                                     "D" "F" "I".
           05  GC-TEACHER-NUMBER       PIC 9(3).
           05  GC-AUTHORIZATION        PIC X(8).
