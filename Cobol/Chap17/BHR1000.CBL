       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. BHR1000.
      *
      *    BURSAR-HOLD RELEASE. SUPERVISOR AUTHORITY ONLY -- A HOLD
      *    THAT ANY OPERATOR COULD LIFT WOULD STOP NOBODY FROM
      *    REGISTERING. EVERY RELEASE IS LOGGED TO THE BURSAR
      *    RELEASE LOG WITH THE OPERATOR ID, DATE, STUDENT, AND THE
      *    AMOUNT PAST DUE WHEN THE HOLD WAS LAST JUDGED, AND SHOWS
      *    ON THE NEXT NIGHT'S HOLD REGISTER.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT BRSHOLD  ASSIGN TO "c:\cobol\data\brshold.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS BU-STUDENT-ID
                           FILE STATUS IS BRSHOLD-FILE-STATUS.
           SELECT BRSLOG   ASSIGN TO "c:\cobol\data\brslog.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BRSLOG-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  BRSHOLD.
      *
       COPY "Brshold.cpy".
      *
       FD  BRSLOG.
      *
       01  BURSAR-RELEASE-LOG-RECORD.
           05  RL-RELEASE-DATE         PIC 9(8).
           05  RL-OPERATOR-ID          PIC X(8).
           05  RL-STUDENT-ID           PIC 9(9).
           05  RL-HOLD-DATE            PIC 9(8).
           05  RL-AMOUNT-PAST-DUE      PIC S9(7)V99.
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  BRSHOLD-FILE-STATUS     PIC XX.
               88  BRSHOLD-SUCCESSFUL          VALUE "00".
           05  BRSLOG-FILE-STATUS      PIC XX.
               88  BRSLOG-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-STUDENT-ID        PIC 9(9).
      *
       01  RELEASE-WORK-FIELDS.
           05  RELEASE-COUNT           PIC 9(3)    VALUE ZERO.
           05  DISPLAY-PAST-DUE        PIC ZZZ,ZZ9.99-.
      *
       COPY "Sgnreq.cpy".
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       PROCEDURE DIVISION.
      *
       000-RELEASE-BURSAR-HOLDS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "BHR1000 BURSAR-HOLD RELEASE".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               GOBACK.
           IF NOT SUPERVISOR-AUTHORITY
               DISPLAY "BURSAR RELEASE NEEDS SUPERVISOR AUTHORITY."
               GOBACK.
           OPEN I-O BRSHOLD.
           IF NOT BRSHOLD-SUCCESSFUL
               DISPLAY "NO BURSAR HOLD FILE ON FILE."
               GOBACK.
           PERFORM 100-RELEASE-ONE-STUDENT
               UNTIL END-OF-SESSION.
           CLOSE BRSHOLD.
           DISPLAY "BHR1000 SESSION ENDED -- " RELEASE-COUNT
               " HOLDS RELEASED.".
           GOBACK.
      *
       100-RELEASE-ONE-STUDENT.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER STUDENT ID TO RELEASE, OR 999999999 TO "
               "END.".
           ACCEPT ENTRY-STUDENT-ID.
           IF ENTRY-STUDENT-ID = 999999999
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               MOVE ENTRY-STUDENT-ID TO BU-STUDENT-ID
               READ BRSHOLD
                   INVALID KEY
                       DISPLAY "NO BURSAR HOLD FOUND FOR STUDENT "
                           ENTRY-STUDENT-ID "."
                   NOT INVALID KEY
                       IF BURSAR-HOLD-ON
                           PERFORM 200-RELEASE-HOLD
                       ELSE
                           DISPLAY "STUDENT " ENTRY-STUDENT-ID
                               " WAS RELEASED " BU-RELEASE-DATE
                               " BY " BU-RELEASE-OPERATOR "."
                       END-IF
               END-READ.
      *
       200-RELEASE-HOLD.
      *
           SET BURSAR-HOLD-RELEASED TO TRUE.
           MOVE RUN-DATE       TO BU-RELEASE-DATE.
           MOVE SO-OPERATOR-ID TO BU-RELEASE-OPERATOR.
           REWRITE BURSAR-HOLD-RECORD.
           IF NOT BRSHOLD-SUCCESSFUL
               DISPLAY "REWRITE ERROR ON BRSHOLD FOR STUDENT "
                   BU-STUDENT-ID " -- STATUS " BRSHOLD-FILE-STATUS
           ELSE
               ADD 1 TO RELEASE-COUNT
               PERFORM 300-LOG-RELEASE
               MOVE BU-AMOUNT-PAST-DUE TO DISPLAY-PAST-DUE
               DISPLAY "STUDENT " BU-STUDENT-ID " RELEASED -- "
                   "PAST DUE WHEN HELD " DISPLAY-PAST-DUE.
      *
       300-LOG-RELEASE.
      *
           OPEN EXTEND BRSLOG.
           IF NOT BRSLOG-SUCCESSFUL
               OPEN OUTPUT BRSLOG.
           MOVE RUN-DATE           TO RL-RELEASE-DATE.
           MOVE SO-OPERATOR-ID     TO RL-OPERATOR-ID.
           MOVE BU-STUDENT-ID      TO RL-STUDENT-ID.
           MOVE BU-HOLD-DATE       TO RL-HOLD-DATE.
           MOVE BU-AMOUNT-PAST-DUE TO RL-AMOUNT-PAST-DUE.
           WRITE BURSAR-RELEASE-LOG-RECORD.
           IF NOT BRSLOG-SUCCESSFUL
               DISPLAY "WRITE ERROR ON BRSLOG -- STATUS "
                   BRSLOG-FILE-STATUS.
           CLOSE BRSLOG.
