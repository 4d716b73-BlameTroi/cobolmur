      *
       FD  ORDNEW.
      *
       01  NEW-ORDER-RECORD            PIC X(102).
      *
       FD  ORDHIST.
      *
       01  HISTORY-ORDER-RECORD        PIC X(102).
      *
       FD  BATCHLOG.
      *
