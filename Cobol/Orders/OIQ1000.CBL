      *
       FD  ORDHIST.
      *
       01  HISTORY-ORDER-RECORD        PIC X(102).
      *
       WORKING-STORAGE SECTION.
      *
