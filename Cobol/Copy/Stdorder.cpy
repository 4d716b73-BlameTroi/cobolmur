       01  STANDING-ORDER-RECORD.
      *
      *    ONE STANDING-ORDER TEMPLATE PER CUSTOMER AND SEQUENCE
      *    NUMBER, SO A CUSTOMER MAY HAVE MORE THAN ONE (A WEEKLY
      *    REPLENISHMENT AND A MONTHLY SUPPLY ORDER, SAY). THE
      *    NIGHTLY GENERATION RUN (SOG1000) TURNS EVERY ACTIVE
      *    TEMPLATE WHOSE NEXT DUE DATE HAS ARRIVED INTO A REAL
      *    ORDER AND ADVANCES THE DATES.
      *
      *    THE SCHEDULE DATE IS THE NOMINAL CALENDAR DATE THE
      *    FREQUENCY STEPS FROM -- EVERY 7 OR 14 DAYS, OR THE SAME
      *    DAY EACH MONTH. THE NEXT DUE DATE IS THAT DATE MOVED
      *    FORWARD TO A BUSINESS DAY ON THE DTE1000 CALENDAR, SO A
      *    WEEKEND OR HOLIDAY DEFERS ONE ORDER WITHOUT SHIFTING
      *    THE WHOLE SCHEDULE. A SUSPENDED TEMPLATE IS SKIPPED
      *    UNTIL IT IS MADE ACTIVE AGAIN. A LINE WITH A ZERO
      *    QUANTITY IS UNUSED.
      *
           05  SO-STANDING-KEY.
               10  SO-CUSTOMER-NO      PIC 9(5).
               10  SO-SEQUENCE-NO      PIC 9(2).
           05  SO-SHIP-TO-CODE         PIC X(3).
           05  SO-CUSTOMER-PO-NO       PIC X(10).
           05  SO-FREQUENCY            PIC X.
               88  SO-WEEKLY                   VALUE "W".
               88  SO-BIWEEKLY                 VALUE "B".
               88  SO-MONTHLY                  VALUE "M".
           05  SO-SCHEDULE-DATE        PIC 9(8).
           05  SO-NEXT-DUE-DATE        PIC 9(8).
           05  SO-STATUS               PIC X.
               88  SO-ACTIVE                   VALUE "A".
               88  SO-SUSPENDED                VALUE "S".
           05  SO-LAST-ORDER-NO        PIC 9(6).
           05  SO-LAST-GENERATED-DATE  PIC 9(8).
           05  SO-LINE                     OCCURS 10 TIMES.
               10  SO-ITEM-NO          PIC X(5).
               10  SO-QUANTITY         PIC 9(5).
