      *    THE TEACHER MASTER WHEN THE SECTION IS SET UP.
      *
           05  CC-TEACHER-NUMBER           PIC 9(3).
      *
      *    THE ROOM THE SECTION MEETS IN, VALIDATED AGAINST THE
      *    ROOM MASTER WHEN THE SECTION IS SET UP -- SPACES WHILE
      *    NO ROOM IS ASSIGNED.
      *
           05  CC-ROOM-KEY.
               10  CC-BUILDING-CODE        PIC X(4).
               10  CC-ROOM-NUMBER          PIC X(4).
