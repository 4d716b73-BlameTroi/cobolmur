       01  BURSAR-HOLD-RECORD.
      *
      *    ONE RECORD PER STUDENT THE NIGHTLY BURSAR-HOLD PASS HAS
      *    EVER HELD FOR A PAST-DUE BALANCE, KEYED BY STUDENT ID.
      *    REGISTRATION REJECTS ADDS FOR A STUDENT ON HOLD. ONLY
      *    THE SUPERVISOR RELEASE SCREEN (BHR1000) TAKES A STUDENT
      *    OFF HOLD; THE RELEASE STAYS UNTIL ANOTHER ITEM FALLS
      *    PAST DUE. A RELEASE IS SHOWN ON THE NEXT HOLD REGISTER
      *    AND THEN MARKED REPORTED.
      *
           05  BU-STUDENT-ID           PIC 9(9).
           05  BU-HOLD-STATUS          PIC X.
               88  BURSAR-HOLD-ON              VALUE "H".
               88  BURSAR-HOLD-RELEASED        VALUE "R".
               88  BURSAR-RELEASE-REPORTED     VALUE "C".
           05  BU-HOLD-DATE            PIC 9(8).
           05  BU-AMOUNT-PAST-DUE      PIC S9(7)V99.
           05  BU-RELEASE-DATE         PIC 9(8).
           05  BU-RELEASE-OPERATOR     PIC X(8).
