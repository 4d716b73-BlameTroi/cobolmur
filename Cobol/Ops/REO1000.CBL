       FD  STUMAST.
       01  STUDENT-MASTER-RECORD.
           05  SM-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(109).
      *
       FD  INVCLEAN.
       01  INVENTORY-CLEAN-RECORD.
       FD  STUCLEAN.
       01  STUDENT-CLEAN-RECORD.
           05  SC-STUDENT-ID           PIC 9(9).
           05  FILLER                  PIC X(109).
      *
       FD  REOWORK.
       01  REORG-WORK-RECORD           PIC X(118).
      *
       FD  REORPT.
       01  PRINT-AREA                  PIC X(80).
