      *
       FD  ORDHIST.
      *
       01  HISTORY-ORDER-RECORD        PIC X(102).
      *
       FD  RMAFILE.
      *
