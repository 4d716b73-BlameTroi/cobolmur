       01  ROOM-MASTER-RECORD.
      *
      *    ONE RECORD PER CLASSROOM, KEYED BUILDING/ROOM. THE SEAT
      *    CAPACITY CAPS THE MAXIMUM ENROLLMENT OF ANY SECTION
      *    ASSIGNED TO THE ROOM, AND THE FEATURE FLAGS SAY WHAT
      *    KIND OF SECTION THE ROOM CAN TAKE.
      *
           05  RM-ROOM-KEY.
               10  RM-BUILDING-CODE        PIC X(4).
               10  RM-ROOM-NUMBER          PIC X(4).
           05  RM-SEAT-CAPACITY            PIC 9(3).
           05  RM-ROOM-FEATURES.
               10  RM-PROJECTOR-SWITCH     PIC X.
                   88  RM-HAS-PROJECTOR            VALUE "Y".
               10  RM-LAB-SWITCH           PIC X.
                   88  RM-IS-LAB                   VALUE "Y".
               10  RM-COMPUTERS-SWITCH     PIC X.
                   88  RM-HAS-COMPUTERS            VALUE "Y".
               10  RM-ACCESSIBLE-SWITCH    PIC X.
                   88  RM-IS-ACCESSIBLE            VALUE "Y".
