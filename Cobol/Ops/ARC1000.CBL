       FD  MAUDIN.
       01  MAUD-IN-RECORD.
           05  MAUD-TRANSACTION-DATE   PIC 9(8).
           05  FILLER                  PIC X(144).
      *
       FD  MAUDNEW.
       01  MAUD-NEW-RECORD             PIC X(152).
      *
       FD  MAUDARC.
       01  MAUD-ARC-RECORD             PIC X(152).
      *
       FD  CAUDIN.
       01  CAUD-IN-RECORD.
       01  MOVE-IN-RECORD.
           05  FILLER                  PIC X(5).
           05  MOVE-MOVEMENT-DATE      PIC 9(8).
           05  FILLER                  PIC X(25).
      *
       FD  MOVENEW.
       01  MOVE-NEW-RECORD             PIC X(38).
      *
       FD  MOVEARC.
       01  MOVE-ARC-RECORD             PIC X(38).
      *
       FD  SALEIN.
       01  SALE-IN-RECORD.
