       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RMM1000.
      *
      *    ROOM MASTER MAINTENANCE AND LISTING. EVERY CLASSROOM
      *    WITH ITS BUILDING, ROOM NUMBER, SEAT CAPACITY, AND
      *    FEATURES. CCM1000 VALIDATES SECTION ROOM ASSIGNMENTS
      *    AGAINST THIS FILE -- NO DOUBLE BOOKING, NO CAP ABOVE THE
      *    SEATS -- AND RMU1000 PRINTS EACH ROOM'S UTILIZATION.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT ROOMMAST ASSIGN TO "c:\cobol\data\roommast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS RM-ROOM-KEY
                           FILE STATUS IS ROOMMAST-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  ROOMMAST.
      *
       COPY "Roommast.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  ROOMMAST-EOF-SWITCH         PIC X.
               88  ROOMMAST-EOF                    VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  ROOMMAST-FILE-STATUS    PIC XX.
               88  ROOMMAST-SUCCESSFUL         VALUE "00".
               88  ROOMMAST-NOT-FOUND          VALUE "35".
      *
       01  ENTRY-FIELDS.
           05  FUNCTION-CODE           PIC X.
           05  ENTRY-ROOM-KEY.
               10  ENTRY-BUILDING-CODE PIC X(4).
               10  ENTRY-ROOM-NUMBER   PIC X(4).
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-ROOM-MASTER.
      *
           DISPLAY "RMM1000 ROOM MASTER MAINTENANCE".
           OPEN I-O ROOMMAST.
           IF ROOMMAST-NOT-FOUND
               OPEN OUTPUT ROOMMAST
               CLOSE ROOMMAST
               OPEN I-O ROOMMAST.
           IF NOT ROOMMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON ROOMMAST -- STATUS "
                   ROOMMAST-FILE-STATUS
               STOP RUN.
           PERFORM 100-PROCESS-ONE-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE ROOMMAST.
           DISPLAY "RMM1000 SESSION ENDED.".
           STOP RUN.
      *
       100-PROCESS-ONE-FUNCTION.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER A TO ADD, C TO CHANGE, L TO LIST, OR X "
               "TO END.".
           ACCEPT FUNCTION-CODE.
           EVALUATE FUNCTION-CODE
               WHEN "X"
                   MOVE "Y" TO END-OF-SESSION-SWITCH
               WHEN "A" PERFORM 200-ADD-ROOM
               WHEN "C" PERFORM 300-CHANGE-ROOM
               WHEN "L" PERFORM 400-LIST-ROOMS
               WHEN OTHER
                   DISPLAY "FUNCTION MUST BE A, C, L, OR X."
           END-EVALUATE.
      *
       150-GET-ROOM-KEY.
      *
           DISPLAY "ENTER BUILDING CODE (4 CHARS).".
           ACCEPT ENTRY-BUILDING-CODE.
           DISPLAY "ENTER ROOM NUMBER (4 CHARS).".
           ACCEPT ENTRY-ROOM-NUMBER.
      *
       200-ADD-ROOM.
      *
           PERFORM 150-GET-ROOM-KEY.
           IF ENTRY-BUILDING-CODE = SPACE
             OR ENTRY-ROOM-NUMBER = SPACE
               DISPLAY "BUILDING AND ROOM MUST BOTH BE ENTERED."
           ELSE
               MOVE ENTRY-ROOM-KEY TO RM-ROOM-KEY
               PERFORM 250-ACCEPT-ROOM-FIELDS
               WRITE ROOM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ROOM " ENTRY-BUILDING-CODE " "
                           ENTRY-ROOM-NUMBER " IS ALREADY ON FILE."
                   NOT INVALID KEY
                       DISPLAY "ROOM ADDED."
               END-WRITE.
      *
       250-ACCEPT-ROOM-FIELDS.
      *
           DISPLAY "ENTER SEAT CAPACITY (3 DIGITS).".
           ACCEPT RM-SEAT-CAPACITY.
           DISPLAY "PROJECTOR? (Y/N)".
           ACCEPT RM-PROJECTOR-SWITCH.
           DISPLAY "LABORATORY? (Y/N)".
           ACCEPT RM-LAB-SWITCH.
           DISPLAY "STUDENT COMPUTERS? (Y/N)".
           ACCEPT RM-COMPUTERS-SWITCH.
           DISPLAY "WHEELCHAIR ACCESSIBLE? (Y/N)".
           ACCEPT RM-ACCESSIBLE-SWITCH.
      *
       300-CHANGE-ROOM.
      *
      *    A LOWER CAPACITY IS NOT CHECKED AGAINST THE SECTIONS
      *    ALREADY IN THE ROOM -- RMU1000 SHOWS ANY SECTION THAT
      *    NOW OVERFILLS IT AT MORE THAN 100 PERCENT.
      *
           PERFORM 150-GET-ROOM-KEY.
           MOVE ENTRY-ROOM-KEY TO RM-ROOM-KEY.
           READ ROOMMAST
               INVALID KEY
                   DISPLAY "ROOM " ENTRY-BUILDING-CODE " "
                       ENTRY-ROOM-NUMBER " NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 450-SHOW-ROOM
                   PERFORM 250-ACCEPT-ROOM-FIELDS
                   REWRITE ROOM-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON ROOMMAST."
                       NOT INVALID KEY
                           DISPLAY "ROOM CHANGED."
                   END-REWRITE
           END-READ.
      *
       400-LIST-ROOMS.
      *
           MOVE "N" TO ROOMMAST-EOF-SWITCH.
           MOVE LOW-VALUE TO RM-ROOM-KEY.
           START ROOMMAST KEY IS NOT LESS THAN RM-ROOM-KEY
               INVALID KEY
                   MOVE "Y" TO ROOMMAST-EOF-SWITCH
           END-START.
           PERFORM 410-LIST-NEXT-ROOM
               UNTIL ROOMMAST-EOF.
      *
       410-LIST-NEXT-ROOM.
      *
           READ ROOMMAST NEXT RECORD
               AT END
                   MOVE "Y" TO ROOMMAST-EOF-SWITCH
               NOT AT END
                   PERFORM 450-SHOW-ROOM
           END-READ.
      *
       450-SHOW-ROOM.
      *
           DISPLAY RM-BUILDING-CODE " " RM-ROOM-NUMBER
               "  SEATS " RM-SEAT-CAPACITY
               "  PROJECTOR " RM-PROJECTOR-SWITCH
               "  LAB " RM-LAB-SWITCH
               "  COMPUTERS " RM-COMPUTERS-SWITCH
               "  ACCESSIBLE " RM-ACCESSIBLE-SWITCH.
