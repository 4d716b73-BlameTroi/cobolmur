       01  DROP-ADD-RECORD.
      *
      *    ONE RECORD PER REGISTRATION DROPPED OR ADDED BY THE
      *    REGISTRATION UPDATE, INCLUDING A WAIT-LISTED STUDENT
      *    MOVED INTO A FREED SEAT. THE TUITION ADJUSTMENT RUN
      *    PRICES THE CHANGES MADE AFTER THE TERM WAS BILLED AND
      *    MARKS EACH RECORD IT HAS DEALT WITH, SO NO CHANGE IS
      *    ADJUSTED TWICE. THE LOG IS ONLY EVER EXTENDED BY THE
      *    UPDATE.
      *
           05  DA-LOG-DATE             PIC 9(8).
           05  DA-LOG-TIME             PIC 9(6).
           05  DA-LOG-SEQUENCE         PIC 9(5).
           05  DA-ACTION-CODE          PIC X.
               88  DA-DROP                     VALUE "D".
               88  DA-ADD                      VALUE "A".
           05  DA-STUDENT-ID           PIC 9(9).
           05  DA-STUDENT-NAME         PIC X(25).
           05  DA-COURSE-KEY           PIC X(9).
           05  DA-TERM                 PIC 9(6).
           05  DA-COURSE-UNITS         PIC 9.
           05  DA-ADJUST-STATUS        PIC X.
               88  DA-PENDING                  VALUE SPACE.
               88  DA-ADJUSTED                 VALUE "A".
               88  DA-BEFORE-BILLING           VALUE "B".
           05  DA-ADJUST-DATE          PIC 9(8).
