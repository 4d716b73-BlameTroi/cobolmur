      *    TITLE, START DATE, UNITS, MEETING DAYS, AND THE
      *    MAXIMUM ENROLLMENT THE REGISTRATION UPDATE ENFORCES.
      *    THE SAME SECTION CAN NO LONGER APPEAR UNDER THREE
      *    SPELLINGS OF ITS TITLE. EACH SECTION IS ASSIGNED A
      *    ROOM FROM THE ROOM MASTER: A ROOM ALREADY BOOKED BY
      *    ANOTHER SECTION OF THE SAME TERM ON AN OVERLAPPING
      *    MEETING DAY IS REFUSED, AND SO IS A MAXIMUM ENROLLMENT
      *    ABOVE THE ROOM'S SEATS.
      *
       ENVIRONMENT DIVISION.
      *
                           ACCESS IS RANDOM
                           RECORD KEY IS TM-TEACHER-NUMBER
                           FILE STATUS IS TCHMAST-FILE-STATUS.
           SELECT ROOMMAST ASSIGN TO "c:\cobol\data\roommast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RM-ROOM-KEY
                           FILE STATUS IS ROOMMAST-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FD  TCHMAST.
      *
       COPY "Tchmast.cpy".
      *
       FD  ROOMMAST.
      *
       COPY "Roommast.cpy".
      *
       WORKING-STORAGE SECTION.
      *
               88  TCHMAST-ON-FILE                 VALUE "Y".
           05  TEACHER-OK-SWITCH           PIC X.
               88  TEACHER-OK                      VALUE "Y".
           05  ROOMMAST-ON-FILE-SWITCH     PIC X   VALUE "N".
               88  ROOMMAST-ON-FILE                VALUE "Y".
           05  ROOM-OK-SWITCH              PIC X.
               88  ROOM-OK                         VALUE "Y".
           05  ROOM-CONFLICT-SWITCH        PIC X.
               88  ROOM-CONFLICT-FOUND             VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CRSEMAST-FILE-STATUS    PIC XX.
               88  CRSEMAST-NOT-FOUND          VALUE "35".
           05  TCHMAST-FILE-STATUS     PIC XX.
               88  TCHMAST-SUCCESSFUL          VALUE "00".
           05  ROOMMAST-FILE-STATUS    PIC XX.
               88  ROOMMAST-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  FUNCTION-CODE           PIC X.
               10  ENTRY-COURSE-NO     PIC X(3).
               10  ENTRY-SECTION-NO    PIC X(2).
           05  CONFIRM-SWITCH          PIC X.
      *
       01  ROOM-BOOKING-FIELDS.
      *
      *    THE ONE-DIGIT MEETING-DAY CODE DECODES TO THE WEEKDAYS
      *    THE SECTION MEETS, EXACTLY AS CRS1000 DECODES IT FOR
      *    STUDENT CONFLICTS: 1=MWF 2=TTH 3=DAILY 4=MON 5=TUE
      *    6=WED 7=THU 8=FRI 9=MW. AN UNKNOWN CODE DECODES TO NO
      *    DAYS AND THEREFORE NEVER CONFLICTS. THE SECTION BEING
      *    ENTERED IS SAVED WHILE THE CATALOG IS SCANNED FOR THE
      *    OTHER SECTIONS IN ITS ROOM.
      *
           05  BOOKING-COURSE-KEY      PIC X(9).
           05  BOOKING-START-DATE      PIC 9(6).
           05  BOOKING-ROOM-KEY        PIC X(8).
           05  NEW-DAY-FLAGS           PIC X(5).
           05  OLD-DAY-FLAGS           PIC X(5).
           05  DECODE-DAY-CODE         PIC 9.
           05  DECODED-DAY-FLAGS       PIC X(5).
           05  DAY-SUB                 PIC S9(3)   COMP.
           05  CONFLICT-COURSE-KEY     PIC X(9).
           05  SAVED-CATALOG-RECORD    PIC X(54).
      *
       PROCEDURE DIVISION.
      *
           ELSE
               DISPLAY "NO TEACHER MASTER ON FILE -- TEACHER "
                   "NUMBERS NOT VALIDATED.".
           OPEN INPUT ROOMMAST.
           IF ROOMMAST-SUCCESSFUL
               MOVE "Y" TO ROOMMAST-ON-FILE-SWITCH
           ELSE
               DISPLAY "NO ROOM MASTER ON FILE -- ROOMS NOT "
                   "ASSIGNED.".
           OPEN I-O CRSEMAST.
           IF CRSEMAST-NOT-FOUND
               OPEN OUTPUT CRSEMAST
           IF NOT CRSEMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON CRSEMAST -- STATUS "
                   CRSEMAST-FILE-STATUS
               GOBACK.
           PERFORM 100-PROCESS-CATALOG-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE CRSEMAST.
           IF TCHMAST-ON-FILE
               CLOSE TCHMAST.
           IF ROOMMAST-ON-FILE
               CLOSE ROOMMAST.
           DISPLAY "CCM1000 SESSION ENDED.".
           GOBACK.
      *
       100-PROCESS-CATALOG-FUNCTION.
      *
               DISPLAY "COURSE AND SECTION MUST BE NUMERIC."
           ELSE
               MOVE ENTRY-COURSE-KEY TO CC-COURSE-KEY
               MOVE SPACE TO CC-ROOM-KEY
               PERFORM 250-ACCEPT-COURSE-FIELDS
               MOVE ZERO TO CC-CURRENT-ENROLLMENT
               WRITE COURSE-CATALOG-RECORD
           ACCEPT CC-COURSE-UNITS.
           DISPLAY "ENTER MEETING DAYS PER WEEK (1 DIGIT).".
           ACCEPT CC-COURSE-DAYS.
           MOVE "N" TO ROOM-OK-SWITCH.
           PERFORM 270-ACCEPT-ENROLLMENT-AND-ROOM
               UNTIL ROOM-OK.
           MOVE "N" TO TEACHER-OK-SWITCH.
           PERFORM 260-ACCEPT-TEACHER-NUMBER
               UNTIL TEACHER-OK.
                       MOVE "Y" TO TEACHER-OK-SWITCH
                       DISPLAY "TEACHER: " TM-TEACHER-NAME
               END-READ.
      *
       270-ACCEPT-ENROLLMENT-AND-ROOM.
      *
      *    THE MAXIMUM ENROLLMENT AND THE ROOM ARE ASKED TOGETHER
      *    AND ASKED AGAIN UNTIL THEY FIT -- EITHER A SMALLER CAP
      *    OR A BIGGER ROOM CLEARS A CAPACITY REFUSAL. A SECTION
      *    MAY BE SAVED WITHOUT A ROOM UNTIL ONE IS FOUND.
      *
           DISPLAY "ENTER MAXIMUM ENROLLMENT (3 DIGITS).".
           ACCEPT CC-MAX-ENROLLMENT.
           IF NOT ROOMMAST-ON-FILE
               MOVE "Y" TO ROOM-OK-SWITCH
           ELSE
               DISPLAY "ENTER BUILDING CODE (4 CHARS), OR SPACES "
                   "IF NO ROOM YET."
               ACCEPT CC-BUILDING-CODE
               IF CC-BUILDING-CODE = SPACE
                   MOVE SPACE TO CC-ROOM-KEY
                   MOVE "Y" TO ROOM-OK-SWITCH
               ELSE
                   DISPLAY "ENTER ROOM NUMBER (4 CHARS)."
                   ACCEPT CC-ROOM-NUMBER
                   PERFORM 275-CHECK-ROOM-ASSIGNMENT.
      *
       275-CHECK-ROOM-ASSIGNMENT.
      *
           MOVE CC-ROOM-KEY TO RM-ROOM-KEY.
           READ ROOMMAST
               INVALID KEY
                   DISPLAY "ROOM " CC-BUILDING-CODE " "
                       CC-ROOM-NUMBER " IS NOT ON THE ROOM MASTER."
               NOT INVALID KEY
                   IF CC-MAX-ENROLLMENT > RM-SEAT-CAPACITY
                       DISPLAY "MAXIMUM ENROLLMENT "
                           CC-MAX-ENROLLMENT " EXCEEDS THE "
                           RM-SEAT-CAPACITY " SEATS IN ROOM "
                           CC-BUILDING-CODE " " CC-ROOM-NUMBER "."
                   ELSE
                       PERFORM 280-CHECK-ROOM-BOOKINGS
                       IF ROOM-CONFLICT-FOUND
                           DISPLAY "ROOM " CC-BUILDING-CODE " "
                               CC-ROOM-NUMBER " IS ALREADY BOOKED "
                               "ON THOSE DAYS BY SECTION "
                               CONFLICT-COURSE-KEY "."
                       ELSE
                           MOVE "Y" TO ROOM-OK-SWITCH
                       END-IF
                   END-IF
           END-READ.
      *
       280-CHECK-ROOM-BOOKINGS.
      *
      *    ANY OTHER SECTION OF THE SAME TERM IN THE SAME ROOM THAT
      *    MEETS ON ANY OF THE SAME WEEKDAYS IS A DOUBLE BOOKING.
      *
           MOVE "N" TO ROOM-CONFLICT-SWITCH.
           MOVE CC-COURSE-DAYS TO DECODE-DAY-CODE.
           PERFORM 286-DECODE-MEETING-DAYS.
           MOVE DECODED-DAY-FLAGS TO NEW-DAY-FLAGS.
           IF NEW-DAY-FLAGS NOT = "NNNNN"
               MOVE COURSE-CATALOG-RECORD TO SAVED-CATALOG-RECORD
               MOVE CC-COURSE-KEY        TO BOOKING-COURSE-KEY
               MOVE CC-COURSE-START-DATE TO BOOKING-START-DATE
               MOVE CC-ROOM-KEY          TO BOOKING-ROOM-KEY
               MOVE "N" TO LIST-EOF-SWITCH
               MOVE LOW-VALUE TO CC-COURSE-KEY
               START CRSEMAST KEY IS NOT LESS THAN CC-COURSE-KEY
                   INVALID KEY
                       MOVE "Y" TO LIST-EOF-SWITCH
               END-START
               PERFORM 282-SCAN-NEXT-SECTION
                   UNTIL LIST-EOF OR ROOM-CONFLICT-FOUND
               MOVE SAVED-CATALOG-RECORD TO COURSE-CATALOG-RECORD.
      *
       282-SCAN-NEXT-SECTION.
      *
           READ CRSEMAST NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF-SWITCH
               NOT AT END
                   IF CC-ROOM-KEY = BOOKING-ROOM-KEY
                       AND CC-COURSE-START-DATE = BOOKING-START-DATE
                       AND CC-COURSE-KEY NOT = BOOKING-COURSE-KEY
                       MOVE CC-COURSE-DAYS TO DECODE-DAY-CODE
                       PERFORM 286-DECODE-MEETING-DAYS
                       MOVE DECODED-DAY-FLAGS TO OLD-DAY-FLAGS
                       PERFORM 284-COMPARE-MEETING-DAY
                           VARYING DAY-SUB FROM 1 BY 1
                           UNTIL DAY-SUB > 5
                               OR ROOM-CONFLICT-FOUND
                   END-IF
           END-READ.
      *
       284-COMPARE-MEETING-DAY.
      *
           IF NEW-DAY-FLAGS (DAY-SUB:1) = "Y"
               AND OLD-DAY-FLAGS (DAY-SUB:1) = "Y"
               MOVE "Y" TO ROOM-CONFLICT-SWITCH
               MOVE CC-COURSE-KEY TO CONFLICT-COURSE-KEY.
      *
       286-DECODE-MEETING-DAYS.
      *
           MOVE "NNNNN" TO DECODED-DAY-FLAGS.
           EVALUATE DECODE-DAY-CODE
               WHEN 1
                   MOVE "Y" TO DECODED-DAY-FLAGS (1:1)
                   MOVE "Y" TO DECODED-DAY-FLAGS (3:1)
                   MOVE "Y" TO DECODED-DAY-FLAGS (5:1)
               WHEN 2
                   MOVE "Y" TO DECODED-DAY-FLAGS (2:1)
                   MOVE "Y" TO DECODED-DAY-FLAGS (4:1)
               WHEN 3
                   MOVE "YYYYY" TO DECODED-DAY-FLAGS
               WHEN 4
                   MOVE "Y" TO DECODED-DAY-FLAGS (1:1)
               WHEN 5
                   MOVE "Y" TO DECODED-DAY-FLAGS (2:1)
               WHEN 6
                   MOVE "Y" TO DECODED-DAY-FLAGS (3:1)
               WHEN 7
                   MOVE "Y" TO DECODED-DAY-FLAGS (4:1)
               WHEN 8
                   MOVE "Y" TO DECODED-DAY-FLAGS (5:1)
               WHEN 9
                   MOVE "Y" TO DECODED-DAY-FLAGS (1:1)
                   MOVE "Y" TO DECODED-DAY-FLAGS (3:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      *
       300-CHANGE-CATALOG-COURSE.
      *
               "  UNITS " CC-COURSE-UNITS
               "  DAYS " CC-COURSE-DAYS.
           DISPLAY "  MAX ENROLLMENT " CC-MAX-ENROLLMENT
               "  CURRENT " CC-CURRENT-ENROLLMENT
               "  ROOM " CC-BUILDING-CODE " " CC-ROOM-NUMBER.
      *
       600-LIST-CATALOG-COURSES.
      *
