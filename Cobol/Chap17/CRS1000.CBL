           SELECT WLWORK   ASSIGN TO "c:\cobol\data\wlwork.tmp"
                           FILE STATUS IS WLWORK-FILE-STATUS.
           SELECT WLPRPT   ASSIGN TO "c:\cobol\data\crs1wlp.prn".
           SELECT DROPADD  ASSIGN TO "c:\cobol\data\dropadd.dat"
                           FILE STATUS IS DROPADD-FILE-STATUS.
           SELECT BRSHOLD  ASSIGN TO "c:\cobol\data\brshold.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS BU-STUDENT-ID
                           FILE STATUS IS BRSHOLD-FILE-STATUS.

       DATA DIVISION.


       FD  ERRREG.

      *    THE REJECTED TRANSACTION, AND A REASON CODE FOR A
      *    REJECTION THE FIELDS THEMSELVES CANNOT EXPLAIN:
      *    H = STUDENT ON BURSAR HOLD.

       01  ERROR-TRANSACTION.
           05  ER-TRANSACTION-IMAGE    PIC X(71).
           05  ER-REJECT-REASON        PIC X.
           05  FILLER                  PIC X(12).

       FD  CRSEMAST.

       FD  WLPRPT.

       01  WLP-PRINT-AREA          PIC X(80).

       FD  DROPADD.

       COPY "Dropadd.cpy".
      *
       FD  STUMAST.
      *
       COPY "Stumast.cpy".

       FD  BRSHOLD.

       COPY "Brshold.cpy".

       WORKING-STORAGE SECTION.

       01  SWITCHES.
               88  WLWORK-EOF                          VALUE "Y".
           05  PROMOTION-FOUND-SWITCH          PIC X   VALUE "N".
               88  PROMOTION-FOUND                     VALUE "Y".
           05  DROPADD-OPEN-SWITCH             PIC X   VALUE "N".
               88  DROPADD-OPEN                        VALUE "Y".
           05  BRSHOLD-AVAILABLE-SWITCH        PIC X   VALUE "N".
               88  BRSHOLD-AVAILABLE                   VALUE "Y".
           05  STUDENT-ON-HOLD-SWITCH          PIC X   VALUE "N".
               88  STUDENT-ON-HOLD                     VALUE "Y".

       01  FILE-STATUS-FIELDS.
           05  REGSCAN-FILE-STATUS     PIC XX.
               88  WAITLIST-SUCCESSFUL         VALUE "00".
           05  WLWORK-FILE-STATUS      PIC XX.
               88  WLWORK-SUCCESSFUL           VALUE "00".
           05  DROPADD-FILE-STATUS     PIC XX.
               88  DROPADD-SUCCESSFUL          VALUE "00".
           05  BRSHOLD-FILE-STATUS     PIC XX.
               88  BRSHOLD-SUCCESSFUL          VALUE "00".

       01  BURSAR-HOLD-FIELDS.

           05  HOLD-CHECK-STUDENT-ID   PIC 9(9).
           05  REJECT-REASON-CODE      PIC X       VALUE SPACE.
               88  REJECT-BURSAR-HOLD          VALUE "H".

       01  DAY-CONFLICT-FIELDS.

           05  CONFLICT-RUN-DATE       PIC 9(8).
           05  DATE-WORK-AREA.
               10  DW-RUN-DATE         PIC 9(8).
               10  DW-RUN-TIME         PIC 9(6).
               10  FILLER              PIC X(7).
           05  DROP-ADD-SEQUENCE       PIC 9(5)    VALUE ZERO.

       01  WAIT-LIST-FIELDS.

           ELSE
               DISPLAY "NO STUDENT MASTER ON FILE -- STANDING "
                   "NOT CHECKED.".
           OPEN INPUT BRSHOLD.
           IF BRSHOLD-SUCCESSFUL
               MOVE "Y" TO BRSHOLD-AVAILABLE-SWITCH
           ELSE
               DISPLAY "NO BURSAR HOLD FILE ON FILE -- HOLDS "
                   "NOT CHECKED.".
           MOVE FUNCTION CURRENT-DATE TO DATE-WORK-AREA.
           OPEN EXTEND DROPADD.
           IF NOT DROPADD-SUCCESSFUL
               OPEN OUTPUT DROPADD.
           IF DROPADD-SUCCESSFUL
               MOVE "Y" TO DROPADD-OPEN-SWITCH
           ELSE
               DISPLAY "DROP/ADD LOG COULD NOT BE OPENED -- STATUS "
                   DROPADD-FILE-STATUS
               DISPLAY "TUITION WILL NOT BE ADJUSTED FOR THIS RUN'S "
                   "CHANGES.".
           PERFORM 050-LOAD-WAIT-LIST.
           PERFORM 300-MAINTAIN-REGISTRATION-RECORD
               UNTIL ALL-RECORDS-PROCESSED.
               CLOSE CRSEMAST.
           IF STUMAST-AVAILABLE
               CLOSE STUMAST.
           IF BRSHOLD-AVAILABLE
               CLOSE BRSHOLD.
           IF DROPADD-OPEN
               CLOSE DROPADD.
           PERFORM 060-SAVE-WAIT-LIST.
           PERFORM 070-PRINT-PROMOTION-REPORT.
           STOP RUN.

       380-APPLY-ADD-TRANSACTION.

           MOVE MT-STUDENT-ID TO HOLD-CHECK-STUDENT-ID.
           PERFORM 382-CHECK-BURSAR-HOLD.
           PERFORM 383-CHECK-STUDENT-STANDING.
           PERFORM 385-CHECK-COURSE-CATALOG.
           MOVE "N" TO DAY-CONFLICT-SWITCH.
           IF COURSE-IN-CATALOG
               PERFORM 384-CHECK-MEETING-DAY-CONFLICT.
           IF STUDENT-ON-HOLD
               DISPLAY "STUDENT " MT-STUDENT-ID " IS ON BURSAR "
                   "HOLD -- ADD REJECTED"
               SET REJECT-BURSAR-HOLD TO TRUE
               PERFORM 390-WRITE-ERROR-TRANSACTION
           ELSE
           IF CATALOG-AVAILABLE AND NOT COURSE-IN-CATALOG
               DISPLAY "COURSE " MT-COURSE-KEY
                   " NOT IN THE CATALOG -- ADD REJECTED"
                   ADD 1 TO CC-CURRENT-ENROLLMENT
                   REWRITE COURSE-CATALOG-RECORD
               END-IF
               PERFORM 455-LOG-NEW-REGISTRATION-ADD
               MOVE "Y" TO WRITE-MASTER-SWITCH
               MOVE "Y" TO NEED-TRANSACTION-SWITCH.

               PERFORM 390-WRITE-ERROR-TRANSACTION.
           MOVE "Y" TO NEED-TRANSACTION-SWITCH.

       382-CHECK-BURSAR-HOLD.

      *    A STUDENT WITH A PAST-DUE BALANCE IS HELD BY THE NIGHTLY
      *    BURSAR-HOLD PASS AND CANNOT ADD A COURSE UNTIL A
      *    SUPERVISOR RELEASES THE HOLD.

           MOVE "N" TO STUDENT-ON-HOLD-SWITCH.
           IF BRSHOLD-AVAILABLE
               MOVE HOLD-CHECK-STUDENT-ID TO BU-STUDENT-ID
               READ BRSHOLD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BURSAR-HOLD-ON
                           MOVE "Y" TO STUDENT-ON-HOLD-SWITCH
                       END-IF
               END-READ.

       383-CHECK-STUDENT-STANDING.

      *    A DISQUALIFIED STUDENT DRAWS A WARNING, NOT A

       390-WRITE-ERROR-TRANSACTION.

           MOVE SPACE TO ERROR-TRANSACTION.
           MOVE MAINTENANCE-TRANSACTION TO ER-TRANSACTION-IMAGE.
           MOVE REJECT-REASON-CODE TO ER-REJECT-REASON.
           MOVE SPACE TO REJECT-REASON-CODE.
           WRITE ERROR-TRANSACTION.
           IF NOT ERRREG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON ERRREG FOR COURSE KEY "
                   MT-COURSE-KEY

       400-APPLY-DELETE-TRANSACTION.

           MOVE CR-STUDENT-ID        TO DA-STUDENT-ID.
           MOVE CR-STUDENT-NAME      TO DA-STUDENT-NAME.
           MOVE CR-COURSE-KEY        TO DA-COURSE-KEY.
           MOVE CR-COURSE-START-DATE TO DA-TERM.
           MOVE CR-COURSE-UNITS      TO DA-COURSE-UNITS.
           SET DA-DROP TO TRUE.
           PERFORM 450-LOG-DROP-ADD.
           IF CATALOG-AVAILABLE
               PERFORM 420-RELIEVE-SECTION-ENROLLMENT.
           MOVE "Y" TO NEED-MASTER-SWITCH.

       435-TEST-WAIT-ENTRY.

      *    A WAITING STUDENT NOW ON BURSAR HOLD KEEPS THEIR PLACE
      *    IN LINE BUT IS PASSED OVER UNTIL THE HOLD IS RELEASED.

           IF WL-WAITING (WAIT-SUB)
               AND WL-COURSE-KEY (WAIT-SUB) = CR-COURSE-KEY
               MOVE WL-STUDENT-ID (WAIT-SUB) TO HOLD-CHECK-STUDENT-ID
               PERFORM 382-CHECK-BURSAR-HOLD
               IF STUDENT-ON-HOLD
                   DISPLAY "STUDENT " WL-STUDENT-ID (WAIT-SUB)
                       " IS ON BURSAR HOLD -- NOT PROMOTED FOR "
                       CR-COURSE-KEY
               ELSE
                   MOVE "Y" TO PROMOTION-FOUND-SWITCH.

       440-PROMOTE-WAITING-STUDENT.

                         NR-FINAL-EXAM-GRADE
                         NR-SEMESTER-GRADE.
           PERFORM 340-WRITE-NEW-REGISTRATION.
           PERFORM 455-LOG-NEW-REGISTRATION-ADD.
           REWRITE COURSE-CATALOG-RECORD.
           MOVE "P" TO WL-ENTRY-STATUS (WAIT-SUB).
           ADD 1 TO PROMOTED-THIS-RUN.
               " PROMOTED FROM THE WAIT LIST FOR "
               CR-COURSE-KEY.

       450-LOG-DROP-ADD.

      *    EVERY DROP AND ADD IS LOGGED WITH THE DATE IT WAS MADE
      *    SO THE TUITION ADJUSTMENT RUN CAN REPRICE THE STUDENT'S
      *    TERM AND REFUND A DROP BY THE WEEK OF THE TERM IT CAME
      *    IN. THE SEQUENCE KEEPS THE CHANGES OF ONE RUN IN ORDER.

           IF DROPADD-OPEN
               MOVE DW-RUN-DATE TO DA-LOG-DATE
               MOVE DW-RUN-TIME TO DA-LOG-TIME
               ADD 1 TO DROP-ADD-SEQUENCE
               MOVE DROP-ADD-SEQUENCE TO DA-LOG-SEQUENCE
               MOVE SPACE TO DA-ADJUST-STATUS
               MOVE ZERO  TO DA-ADJUST-DATE
               WRITE DROP-ADD-RECORD
               IF NOT DROPADD-SUCCESSFUL
                   DISPLAY "WRITE ERROR ON DROPADD FOR STUDENT "
                       DA-STUDENT-ID
                   DISPLAY "FILE STATUS CODE IS " DROPADD-FILE-STATUS.

       455-LOG-NEW-REGISTRATION-ADD.

           MOVE NR-STUDENT-ID        TO DA-STUDENT-ID.
           MOVE NR-STUDENT-NAME      TO DA-STUDENT-NAME.
           MOVE NR-COURSE-KEY        TO DA-COURSE-KEY.
           MOVE NR-COURSE-START-DATE TO DA-TERM.
           MOVE NR-COURSE-UNITS      TO DA-COURSE-UNITS.
           SET DA-ADD TO TRUE.
           PERFORM 450-LOG-DROP-ADD.

       410-APPLY-CHANGE-TRANSACTION.

           IF MT-COURSE-TITLE NOT = SPACE
