       01  TUITION-CONTROL-RECORD.
      *
      *    THE TUITION RATE AND CAP THE TERM IS BILLED AT, AND THE
      *    REFUND SCHEDULE FOR DROPS: THE FIRST DAY OF CLASSES AND
      *    THE PERCENTAGE OF THE TUITION GIVEN BACK FOR A DROP IN
      *    EACH OF THE FIRST FOUR WEEKS COUNTED FROM IT. A DROP
      *    AFTER THE FOURTH WEEK IS NOT REFUNDED. A STUDENT WITH AN
      *    OPEN ITEM MORE THAN THE PAST-DUE DAYS OLD IS PUT ON
      *    BURSAR HOLD BY THE NIGHTLY HOLD PASS.
      *
           05  TU-RATE-PER-UNIT        PIC 9(4)V99.
           05  TU-TERM-CAP-AMOUNT      PIC 9(5)V99.
           05  TU-TERM-START-DATE.
               10  TU-TERM-START-TERM  PIC 9(6).
               10  TU-TERM-START-DAY   PIC 9(2).
           05  TU-REFUND-SCHEDULE.
               10  TU-REFUND-PCT       PIC 9(3)    OCCURS 4 TIMES.
           05  TU-PAST-DUE-DAYS        PIC 9(3).
