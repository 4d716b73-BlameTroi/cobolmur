       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. RMU1000.
      *
      *    ROOM UTILIZATION REPORT. FOR THE KEYED TERM, EVERY ROOM
      *    ON THE ROOM MASTER IS LISTED WITH ITS SEATS AND
      *    FEATURES, AND UNDER IT THE CATALOG SECTIONS ASSIGNED TO
      *    IT BY MEETING DAY, MONDAY THROUGH FRIDAY, EACH WITH THE
      *    PERCENTAGE OF THE ROOM'S SEATS ITS CURRENT ENROLLMENT
      *    FILLS. A ROOM TOTAL GIVES THE PERCENTAGE FILLED OVER ALL
      *    THE WEEK'S MEETINGS IN THE ROOM. ROOMS NOBODY USES THIS
      *    TERM ARE LISTED AS SUCH, AND SECTIONS ASSIGNED TO A
      *    ROOM THE MASTER DOES NOT KNOW ARE FLAGGED. THE DAYS
      *    DECODE THE WAY CCM1000 AND CRS1000 DECODE THEM.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT CRSEMAST ASSIGN TO "c:\cobol\data\crsemast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS CC-COURSE-KEY
                           FILE STATUS IS CRSEMAST-FILE-STATUS.
           SELECT ROOMMAST ASSIGN TO "c:\cobol\data\roommast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS RM-ROOM-KEY
                           FILE STATUS IS ROOMMAST-FILE-STATUS.
           SELECT SORTWORK ASSIGN TO "c:\cobol\data\sortwk24.dat".
           SELECT RMURPT   ASSIGN TO "c:\cobol\data\rmu1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  CRSEMAST.
      *
       COPY "Crsemast.cpy".
      *
       FD  ROOMMAST.
      *
       COPY "Roommast.cpy".
      *
       SD  SORTWORK.
      *
       01  SORT-WORK-AREA.
           05  SW-ROOM-KEY.
               10  SW-BUILDING-CODE    PIC X(4).
               10  SW-ROOM-NUMBER      PIC X(4).
           05  SW-DAY-NUMBER           PIC 9(1).
           05  SW-COURSE-KEY           PIC X(9).
           05  SW-COURSE-TITLE         PIC X(20).
           05  SW-MAX-ENROLLMENT       PIC 9(3).
           05  SW-ENROLLMENT           PIC 9(3).
      *
       FD  RMURPT.
       01  RMU-PRINT-AREA          PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  CRSEMAST-EOF-SWITCH         PIC X   VALUE "N".
               88  CRSEMAST-EOF                    VALUE "Y".
           05  ROOMMAST-EOF-SWITCH         PIC X   VALUE "N".
               88  ROOMMAST-EOF                    VALUE "Y".
           05  SORT-EOF-SWITCH             PIC X   VALUE "N".
               88  SORT-EOF                        VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  CRSEMAST-FILE-STATUS    PIC XX.
               88  CRSEMAST-SUCCESSFUL         VALUE "00".
           05  ROOMMAST-FILE-STATUS    PIC XX.
               88  ROOMMAST-SUCCESSFUL         VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  REPORT-TERM             PIC 9(6).
      *
       01  CONTROL-FIELDS.
      *
      *    THE ROOM MASTER AND THE SORTED MEETINGS ARE MATCHED ON
      *    ROOM KEY; EACH SIDE'S KEY GOES TO HIGH-VALUES AT ITS END.
      *
           05  ROOM-MATCH-KEY          PIC X(8).
           05  SORT-MATCH-KEY          PIC X(8).
           05  CURRENT-ROOM-KEY        PIC X(8).
           05  OLD-DAY-NUMBER          PIC 9(1).
           05  ROOM-CAPACITY           PIC 9(3).
      *
       01  DAY-DECODE-FIELDS.
           05  DECODE-DAY-CODE         PIC 9.
           05  DECODED-DAY-FLAGS       PIC X(5).
           05  DAY-SUB                 PIC S9(3)   COMP.
      *
       01  DAY-NAME-VALUES.
           05  FILLER                  PIC X(14) VALUE "NO MEETING DAY".
           05  FILLER                  PIC X(14) VALUE "MONDAY".
           05  FILLER                  PIC X(14) VALUE "TUESDAY".
           05  FILLER                  PIC X(14) VALUE "WEDNESDAY".
           05  FILLER                  PIC X(14) VALUE "THURSDAY".
           05  FILLER                  PIC X(14) VALUE "FRIDAY".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05  DAY-NAME                PIC X(14)   OCCURS 6 TIMES.
      *
       01  UTILIZATION-COUNT-FIELDS.
           05  SECTIONS-SCHEDULED      PIC 9(5)    VALUE ZERO.
           05  SECTIONS-WITHOUT-ROOM   PIC 9(5)    VALUE ZERO.
           05  ROOMS-USED              PIC 9(5)    VALUE ZERO.
           05  ROOMS-NOT-USED          PIC 9(5)    VALUE ZERO.
           05  UNKNOWN-ROOMS           PIC 9(5)    VALUE ZERO.
           05  ROOM-MEETINGS           PIC 9(3)    VALUE ZERO.
           05  ROOM-SEATS-FILLED       PIC 9(5)    VALUE ZERO.
           05  ROOM-SEATS-OFFERED      PIC 9(5)    VALUE ZERO.
           05  TOTAL-SEATS-FILLED      PIC 9(7)    VALUE ZERO.
           05  TOTAL-SEATS-OFFERED     PIC 9(7)    VALUE ZERO.
           05  PERCENT-FILLED          PIC 9(4).
      *
       01  RMU-HEADING-LINE.
           05  FILLER                  PIC X(38) VALUE
               "RMU1000  ROOM UTILIZATION     TERM ".
           05  RHL-REPORT-TERM         PIC 9(6).
      *
       01  RMU-ROOM-LINE.
           05  FILLER                  PIC X(5)  VALUE "ROOM ".
           05  RRL-BUILDING-CODE       PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  RRL-ROOM-NUMBER         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RRL-ROOM-DESCRIPTION    PIC X(60).
      *
       01  RMU-ROOM-DESCRIPTION.
           05  FILLER                  PIC X(6)  VALUE "SEATS ".
           05  RRD-SEAT-CAPACITY       PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RRD-PROJECTOR           PIC X(10).
           05  RRD-LAB                 PIC X(4).
           05  RRD-COMPUTERS           PIC X(10).
           05  RRD-ACCESSIBLE          PIC X(10).
      *
       01  RMU-DAY-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDL-DAY-NAME            PIC X(20).
      *
       01  RMU-DETAIL-LINE.
           05  FILLER                  PIC X(4)  VALUE SPACE.
           05  RDT-COURSE-KEY          PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDT-COURSE-TITLE        PIC X(20).
           05  FILLER                  PIC X(10) VALUE "  ENROLL ".
           05  RDT-ENROLLMENT          PIC ZZ9.
           05  FILLER                  PIC X(5)  VALUE " MAX ".
           05  RDT-MAX-ENROLLMENT      PIC ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RDT-PERCENT-FILLED      PIC Z,ZZ9.
           05  RDT-PERCENT-SIGN        PIC X(2).
      *
       01  RMU-ROOM-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE "  WEEK:  ".
           05  RTL-MEETINGS            PIC ZZ9.
           05  FILLER                  PIC X(11) VALUE " MEETINGS  ".
           05  RTL-SEATS-FILLED        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(19)
               VALUE " SEATS FILLED OF  ".
           05  RTL-SEATS-OFFERED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  RTL-PERCENT-FILLED      PIC Z,ZZ9.
           05  FILLER                  PIC X(2)  VALUE " %".
      *
       01  RMU-TOTAL-LINE.
           05  RTT-TOTAL-LABEL         PIC X(30).
           05  RTT-TOTAL               PIC Z,ZZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-REPORT-ROOM-UTILIZATION.
      *
           DISPLAY "RMU1000 ROOM UTILIZATION REPORT".
           DISPLAY "ENTER REPORT TERM (YYYYMM).".
           ACCEPT REPORT-TERM.
           OPEN INPUT ROOMMAST.
           IF NOT ROOMMAST-SUCCESSFUL
               DISPLAY "NO ROOM MASTER ON FILE -- NOTHING TO REPORT."
               STOP RUN.
           OPEN OUTPUT RMURPT.
           MOVE REPORT-TERM TO RHL-REPORT-TERM.
           MOVE RMU-HEADING-LINE TO RMU-PRINT-AREA.
           WRITE RMU-PRINT-AREA AFTER ADVANCING PAGE.
           SORT SORTWORK
               ON ASCENDING KEY SW-ROOM-KEY
                                SW-DAY-NUMBER
                                SW-COURSE-KEY
               INPUT PROCEDURE IS 100-RELEASE-ROOM-MEETINGS
               OUTPUT PROCEDURE IS 200-PRINT-ROOM-UTILIZATION.
           PERFORM 500-PRINT-UTILIZATION-TOTALS.
           CLOSE ROOMMAST
                 RMURPT.
           DISPLAY "RMU1000 SECTIONS SCHEDULED " SECTIONS-SCHEDULED
               "  WITHOUT A ROOM " SECTIONS-WITHOUT-ROOM.
           STOP RUN.
      *
       100-RELEASE-ROOM-MEETINGS.
      *
           OPEN INPUT CRSEMAST.
           IF NOT CRSEMAST-SUCCESSFUL
               DISPLAY "NO COURSE CATALOG ON FILE."
               MOVE "Y" TO CRSEMAST-EOF-SWITCH
           ELSE
               PERFORM 110-RELEASE-NEXT-SECTION
                   UNTIL CRSEMAST-EOF
               CLOSE CRSEMAST.
      *
       110-RELEASE-NEXT-SECTION.
      *
      *    ONE SORT RECORD GOES OUT FOR EACH WEEKDAY THE SECTION
      *    MEETS. A SECTION WHOSE DAY CODE DECODES TO NO DAYS STILL
      *    GOES OUT ONCE, UNDER DAY ZERO, SO IT IS NOT LOST FROM
      *    ITS ROOM.
      *
           READ CRSEMAST NEXT RECORD
               AT END
                   MOVE "Y" TO CRSEMAST-EOF-SWITCH
               NOT AT END
                   IF CC-COURSE-START-DATE = REPORT-TERM
                       IF CC-ROOM-KEY = SPACE
                           ADD 1 TO SECTIONS-WITHOUT-ROOM
                       ELSE
                           ADD 1 TO SECTIONS-SCHEDULED
                           MOVE CC-ROOM-KEY     TO SW-ROOM-KEY
                           MOVE CC-COURSE-KEY   TO SW-COURSE-KEY
                           MOVE CC-COURSE-TITLE TO SW-COURSE-TITLE
                           MOVE CC-MAX-ENROLLMENT
                               TO SW-MAX-ENROLLMENT
                           MOVE CC-CURRENT-ENROLLMENT
                               TO SW-ENROLLMENT
                           MOVE CC-COURSE-DAYS TO DECODE-DAY-CODE
                           PERFORM 130-DECODE-MEETING-DAYS
                           IF DECODED-DAY-FLAGS = "NNNNN"
                               MOVE ZERO TO SW-DAY-NUMBER
                               RELEASE SORT-WORK-AREA
                           ELSE
                               PERFORM 120-RELEASE-MEETING-DAY
                                   VARYING DAY-SUB FROM 1 BY 1
                                   UNTIL DAY-SUB > 5
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
       120-RELEASE-MEETING-DAY.
      *
           IF DECODED-DAY-FLAGS (DAY-SUB:1) = "Y"
               MOVE DAY-SUB TO SW-DAY-NUMBER
               RELEASE SORT-WORK-AREA.
      *
       130-DECODE-MEETING-DAYS.
      *
      *    1=MWF 2=TTH 3=DAILY 4=MON 5=TUE 6=WED 7=THU 8=FRI 9=MW.
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
       200-PRINT-ROOM-UTILIZATION.
      *
           PERFORM 210-READ-NEXT-ROOM.
           PERFORM 220-RETURN-NEXT-MEETING.
           PERFORM 230-REPORT-NEXT-ROOM
               UNTIL ROOMMAST-EOF AND SORT-EOF.
      *
       210-READ-NEXT-ROOM.
      *
           READ ROOMMAST NEXT RECORD
               AT END
                   MOVE "Y" TO ROOMMAST-EOF-SWITCH
                   MOVE HIGH-VALUES TO ROOM-MATCH-KEY
               NOT AT END
                   MOVE RM-ROOM-KEY TO ROOM-MATCH-KEY
           END-READ.
      *
       220-RETURN-NEXT-MEETING.
      *
           RETURN SORTWORK
               AT END
                   MOVE "Y" TO SORT-EOF-SWITCH
                   MOVE HIGH-VALUES TO SORT-MATCH-KEY
               NOT AT END
                   MOVE SW-ROOM-KEY TO SORT-MATCH-KEY
           END-RETURN.
      *
       230-REPORT-NEXT-ROOM.
      *
           IF SORT-MATCH-KEY < ROOM-MATCH-KEY
               PERFORM 240-REPORT-UNKNOWN-ROOM
           ELSE
               IF SORT-MATCH-KEY = ROOM-MATCH-KEY
                   PERFORM 250-REPORT-USED-ROOM
               ELSE
                   PERFORM 260-REPORT-UNUSED-ROOM.
      *
       240-REPORT-UNKNOWN-ROOM.
      *
           ADD 1 TO UNKNOWN-ROOMS.
           MOVE SW-BUILDING-CODE TO RRL-BUILDING-CODE.
           MOVE SW-ROOM-NUMBER   TO RRL-ROOM-NUMBER.
           MOVE "*NOT ON ROOM MASTER*" TO RRL-ROOM-DESCRIPTION.
           MOVE RMU-ROOM-LINE TO RMU-PRINT-AREA.
           WRITE RMU-PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE ZERO TO ROOM-CAPACITY.
           PERFORM 300-PRINT-ROOM-MEETINGS.
      *
       250-REPORT-USED-ROOM.
      *
           ADD 1 TO ROOMS-USED.
           PERFORM 270-PRINT-ROOM-HEADING.
           MOVE RM-SEAT-CAPACITY TO ROOM-CAPACITY.
           PERFORM 300-PRINT-ROOM-MEETINGS.
           PERFORM 400-PRINT-ROOM-TOTAL.
           PERFORM 210-READ-NEXT-ROOM.
      *
       260-REPORT-UNUSED-ROOM.
      *
           ADD 1 TO ROOMS-NOT-USED.
           PERFORM 270-PRINT-ROOM-HEADING.
           MOVE "NOT USED THIS TERM" TO RDL-DAY-NAME.
           MOVE RMU-DAY-LINE TO RMU-PRINT-AREA.
           WRITE RMU-PRINT-AREA AFTER ADVANCING 1 LINES.
           PERFORM 210-READ-NEXT-ROOM.
      *
       270-PRINT-ROOM-HEADING.
      *
           MOVE RM-BUILDING-CODE TO RRL-BUILDING-CODE.
           MOVE RM-ROOM-NUMBER   TO RRL-ROOM-NUMBER.
           MOVE RM-SEAT-CAPACITY TO RRD-SEAT-CAPACITY.
           MOVE SPACE TO RRD-PROJECTOR
                         RRD-LAB
                         RRD-COMPUTERS
                         RRD-ACCESSIBLE.
           IF RM-HAS-PROJECTOR
               MOVE "PROJECTOR" TO RRD-PROJECTOR.
           IF RM-IS-LAB
               MOVE "LAB" TO RRD-LAB.
           IF RM-HAS-COMPUTERS
               MOVE "COMPUTERS" TO RRD-COMPUTERS.
           IF RM-IS-ACCESSIBLE
               MOVE "ACCESSIBLE" TO RRD-ACCESSIBLE.
           MOVE RMU-ROOM-DESCRIPTION TO RRL-ROOM-DESCRIPTION.
           MOVE RMU-ROOM-LINE TO RMU-PRINT-AREA.
           WRITE RMU-PRINT-AREA AFTER ADVANCING 2 LINES.
      *
       300-PRINT-ROOM-MEETINGS.
      *
           MOVE SW-ROOM-KEY TO CURRENT-ROOM-KEY.
           MOVE 9 TO OLD-DAY-NUMBER.
           MOVE ZERO TO ROOM-MEETINGS
                        ROOM-SEATS-FILLED
                        ROOM-SEATS-OFFERED.
           PERFORM 310-PRINT-ONE-MEETING
               UNTIL SORT-EOF
                   OR SW-ROOM-KEY NOT = CURRENT-ROOM-KEY.
      *
       310-PRINT-ONE-MEETING.
      *
           IF SW-DAY-NUMBER NOT = OLD-DAY-NUMBER
               MOVE SW-DAY-NUMBER TO OLD-DAY-NUMBER
               MOVE DAY-NAME (SW-DAY-NUMBER + 1) TO RDL-DAY-NAME
               MOVE RMU-DAY-LINE TO RMU-PRINT-AREA
               WRITE RMU-PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE SW-COURSE-KEY      TO RDT-COURSE-KEY.
           MOVE SW-COURSE-TITLE    TO RDT-COURSE-TITLE.
           MOVE SW-ENROLLMENT      TO RDT-ENROLLMENT.
           MOVE SW-MAX-ENROLLMENT  TO RDT-MAX-ENROLLMENT.
           IF ROOM-CAPACITY > ZERO
               COMPUTE PERCENT-FILLED ROUNDED =
                   SW-ENROLLMENT * 100 / ROOM-CAPACITY
               MOVE PERCENT-FILLED TO RDT-PERCENT-FILLED
               MOVE " %"           TO RDT-PERCENT-SIGN
           ELSE
               MOVE ZERO  TO RDT-PERCENT-FILLED
               MOVE SPACE TO RDT-PERCENT-SIGN.
           MOVE RMU-DETAIL-LINE TO RMU-PRINT-AREA.
           WRITE RMU-PRINT-AREA AFTER ADVANCING 1 LINES.
           IF SW-DAY-NUMBER > ZERO
               ADD 1                TO ROOM-MEETINGS
               ADD SW-ENROLLMENT    TO ROOM-SEATS-FILLED
               ADD ROOM-CAPACITY    TO ROOM-SEATS-OFFERED.
           PERFORM 220-RETURN-NEXT-MEETING.
      *
       400-PRINT-ROOM-TOTAL.
      *
           MOVE ROOM-MEETINGS      TO RTL-MEETINGS.
           MOVE ROOM-SEATS-FILLED  TO RTL-SEATS-FILLED.
           MOVE ROOM-SEATS-OFFERED TO RTL-SEATS-OFFERED.
           IF ROOM-SEATS-OFFERED > ZERO
               COMPUTE PERCENT-FILLED ROUNDED =
                   ROOM-SEATS-FILLED * 100 / ROOM-SEATS-OFFERED
           ELSE
               MOVE ZERO TO PERCENT-FILLED.
           MOVE PERCENT-FILLED TO RTL-PERCENT-FILLED.
           MOVE RMU-ROOM-TOTAL-LINE TO RMU-PRINT-AREA.
           WRITE RMU-PRINT-AREA AFTER ADVANCING 1 LINES.
           ADD ROOM-SEATS-FILLED  TO TOTAL-SEATS-FILLED.
           ADD ROOM-SEATS-OFFERED TO TOTAL-SEATS-OFFERED.
      *
       500-PRINT-UTILIZATION-TOTALS.
      *
           MOVE "SECTIONS SCHEDULED IN ROOMS" TO RTT-TOTAL-LABEL.
           MOVE SECTIONS-SCHEDULED TO RTT-TOTAL.
           MOVE RMU-TOTAL-LINE TO RMU-PRINT-AREA.
           WRITE RMU-PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "SECTIONS WITHOUT A ROOM" TO RTT-TOTAL-LABEL.
           MOVE SECTIONS-WITHOUT-ROOM TO RTT-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
           MOVE "ROOMS USED" TO RTT-TOTAL-LABEL.
           MOVE ROOMS-USED TO RTT-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
           MOVE "ROOMS NOT USED" TO RTT-TOTAL-LABEL.
           MOVE ROOMS-NOT-USED TO RTT-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
           MOVE "ROOMS NOT ON ROOM MASTER" TO RTT-TOTAL-LABEL.
           MOVE UNKNOWN-ROOMS TO RTT-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
           IF TOTAL-SEATS-OFFERED > ZERO
               COMPUTE PERCENT-FILLED ROUNDED =
                   TOTAL-SEATS-FILLED * 100 / TOTAL-SEATS-OFFERED
           ELSE
               MOVE ZERO TO PERCENT-FILLED.
           MOVE "PERCENT OF SEATS FILLED" TO RTT-TOTAL-LABEL.
           MOVE PERCENT-FILLED TO RTT-TOTAL.
           PERFORM 510-PRINT-TOTAL-LINE.
      *
       510-PRINT-TOTAL-LINE.
      *
           MOVE RMU-TOTAL-LINE TO RMU-PRINT-AREA.
           WRITE RMU-PRINT-AREA AFTER ADVANCING 1 LINES.
