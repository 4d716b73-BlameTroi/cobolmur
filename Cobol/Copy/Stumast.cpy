           05  SM-STUDENT-STATUS               PIC X(01).
               88  ENROLLED                    VALUE "E".
               88  INACTIVE                    VALUE "I".
               88  GRADUATED                   VALUE "G".
           05  SM-STUDENT-NAME-AND-ADDRESS.
               10  SM-STUDENT-NAME             PIC X(25).
	       10  SM-DATE-OF-BIRTH.
               88  STANDING-PROBATION          VALUE "P".
               88  STANDING-DISQUALIFIED       VALUE "D".
           05  SM-STANDING-TERM                PIC 9(06).
           05  SM-DEGREE-TERM                  PIC 9(06).
           05  SM-GRADUATION-HONORS            PIC X(01).
               88  SUMMA-CUM-LAUDE             VALUE "S".
               88  MAGNA-CUM-LAUDE             VALUE "M".
               88  CUM-LAUDE                   VALUE "C".
               88  NO-HONORS                   VALUE " ".
