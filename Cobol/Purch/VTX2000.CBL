       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. VTX2000.
      *
      *    1099 PRE-RUN EXCEPTION LIST. RUN IN DECEMBER, AND AGAIN
      *    AFTER EVERY ROUND OF FIXES, SO THE YEAR-END RUN FINDS
      *    NOTHING TO REFUSE. EVERY VENDOR FLAGGED FOR 1099 ON THE
      *    VENDOR SIDE FILE IS CHECKED FOR A TAXPAYER ID AND TIN
      *    TYPE, A VALID BOX CODE, AND A COMPLETE ADDRESS ON THE
      *    VENDOR MASTER; EACH PROBLEM PRINTS ON ITS OWN LINE. THE
      *    PAYER CONTROL RECORD IS CHECKED FIRST -- WITHOUT OUR OWN
      *    ID AND ADDRESS NO FORM CAN BE FILED AT ALL.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT VENXTRA  ASSIGN TO "c:\cobol\data\venxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS VX-VENDOR-NO
                           FILE STATUS IS VENXTRA-FILE-STATUS.
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT PYRCTL   ASSIGN TO "c:\cobol\data\pyrctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PYRCTL-FILE-STATUS.
           SELECT VTXRPT   ASSIGN TO "c:\cobol\data\vtx2rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  VENXTRA.
      *
       COPY "Venxtra.cpy".
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       FD  PYRCTL.
      *
       COPY "Pyrctl.cpy".
      *
       FD  VTXRPT.
      *
       01  PRINT-AREA                  PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  VENXTRA-EOF-SWITCH          PIC X   VALUE "N".
               88  VENXTRA-EOF                     VALUE "Y".
           05  VENDOR-FOUND-SWITCH         PIC X   VALUE "N".
               88  VENDOR-FOUND                    VALUE "Y".
           05  FIRST-EXCEPTION-SWITCH      PIC X   VALUE "Y".
               88  FIRST-EXCEPTION                 VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  VENXTRA-FILE-STATUS     PIC XX.
               88  VENXTRA-SUCCESSFUL          VALUE "00".
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  PYRCTL-FILE-STATUS      PIC XX.
               88  PYRCTL-SUCCESSFUL           VALUE "00".
      *
       01  EXCEPTION-WORK-FIELDS.
           05  EXCEPTION-REASON        PIC X(40).
      *
       01  COUNT-FIELDS.
           05  VENDORS-FLAGGED         PIC S9(5)   COMP  VALUE ZERO.
           05  VENDORS-IN-ERROR        PIC S9(5)   COMP  VALUE ZERO.
           05  EXCEPTIONS-LISTED       PIC S9(5)   COMP  VALUE ZERO.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-FLAGGED-COUNT   PIC ZZ,ZZ9.
           05  DISPLAY-ERROR-COUNT     PIC ZZ,ZZ9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       01  VTX-HEADING-LINE-1.
           05  FILLER                  PIC X(40)
               VALUE "VTX2000  1099 PRE-RUN EXCEPTION LIST".
           05  FILLER                  PIC X(8)  VALUE "RUN ON ".
           05  VHL-RUN-DATE            PIC 9(8).
      *
       01  VTX-HEADING-LINE-2.
           05  FILLER                  PIC X(40)
               VALUE "VENDOR  NAME".
           05  FILLER                  PIC X(9)  VALUE "EXCEPTION".
      *
       01  VTX-EXCEPTION-LINE.
           05  VEL-VENDOR-NO           PIC X(5).
           05  FILLER                  PIC X(3)  VALUE SPACE.
           05  VEL-VENDOR-NAME         PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  VEL-REASON              PIC X(40).
      *
       01  VTX-TOTAL-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACE.
           05  VTL-TOTAL-NAME          PIC X(32).
           05  VTL-COUNT               PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-LIST-1099-EXCEPTIONS.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "VTX2000 1099 PRE-RUN EXCEPTION LIST".
           OPEN INPUT VENXTRA.
           IF NOT VENXTRA-SUCCESSFUL
               DISPLAY "NO VENDOR SIDE FILE ON FILE -- STATUS "
                   VENXTRA-FILE-STATUS
               STOP RUN.
           OPEN INPUT VENDMAST.
           IF NOT VENDMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENDMAST -- STATUS "
                   VENDMAST-FILE-STATUS
               CLOSE VENXTRA
               STOP RUN.
           OPEN OUTPUT VTXRPT.
           MOVE RUN-DATE TO VHL-RUN-DATE.
           MOVE VTX-HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING PAGE.
           MOVE VTX-HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 100-CHECK-PAYER-CONTROL.
           PERFORM 200-CHECK-NEXT-VENDOR
               UNTIL VENXTRA-EOF.
           PERFORM 400-PRINT-TOTALS.
           CLOSE VENXTRA
                 VENDMAST
                 VTXRPT.
           MOVE VENDORS-FLAGGED  TO DISPLAY-FLAGGED-COUNT.
           MOVE VENDORS-IN-ERROR TO DISPLAY-ERROR-COUNT.
           DISPLAY "VTX2000 1099 VENDORS " DISPLAY-FLAGGED-COUNT
               "  WITH EXCEPTIONS " DISPLAY-ERROR-COUNT.
           STOP RUN.
      *
       100-CHECK-PAYER-CONTROL.
      *
           MOVE "PAYER" TO VEL-VENDOR-NO.
           MOVE SPACE   TO VEL-VENDOR-NAME.
           MOVE "Y" TO FIRST-EXCEPTION-SWITCH.
           OPEN INPUT PYRCTL.
           IF NOT PYRCTL-SUCCESSFUL
               MOVE "NO PAYER CONTROL RECORD ON FILE"
                   TO EXCEPTION-REASON
               PERFORM 300-PRINT-EXCEPTION
           ELSE
               READ PYRCTL
                   AT END
                       MOVE "NO PAYER CONTROL RECORD ON FILE"
                           TO EXCEPTION-REASON
                       PERFORM 300-PRINT-EXCEPTION
                   NOT AT END
                       MOVE PY-PAYER-NAME TO VEL-VENDOR-NAME
                       IF PY-PAYER-TIN NOT NUMERIC
                           MOVE "PAYER EMPLOYER ID MISSING OR INVALID"
                               TO EXCEPTION-REASON
                           PERFORM 300-PRINT-EXCEPTION
                       END-IF
                       IF PY-STREET-ADDRESS = SPACE
                         OR PY-CITY = SPACE
                         OR PY-STATE = SPACE
                         OR PY-ZIP-CODE = SPACE
                           MOVE "PAYER ADDRESS INCOMPLETE"
                               TO EXCEPTION-REASON
                           PERFORM 300-PRINT-EXCEPTION
                       END-IF
               END-READ
               CLOSE PYRCTL.
      *
       200-CHECK-NEXT-VENDOR.
      *
           READ VENXTRA NEXT RECORD
               AT END
                   MOVE "Y" TO VENXTRA-EOF-SWITCH
               NOT AT END
                   IF VENDOR-1099
                       ADD 1 TO VENDORS-FLAGGED
                       PERFORM 210-CHECK-1099-VENDOR
                   END-IF
           END-READ.
      *
       210-CHECK-1099-VENDOR.
      *
           MOVE "Y" TO FIRST-EXCEPTION-SWITCH.
           MOVE VX-VENDOR-NO TO VEL-VENDOR-NO.
           MOVE VX-VENDOR-NO TO VM-VENDOR-NO.
           READ VENDMAST
               INVALID KEY
                   MOVE "N" TO VENDOR-FOUND-SWITCH
                   MOVE SPACE TO VEL-VENDOR-NAME
               NOT INVALID KEY
                   MOVE "Y" TO VENDOR-FOUND-SWITCH
                   MOVE VM-VENDOR-NAME TO VEL-VENDOR-NAME
           END-READ.
           IF NOT VENDOR-FOUND
               MOVE "VENDOR NOT ON VENDOR MASTER" TO EXCEPTION-REASON
               PERFORM 300-PRINT-EXCEPTION.
           IF VX-TAXPAYER-ID = SPACE
               MOVE "TAXPAYER ID MISSING" TO EXCEPTION-REASON
               PERFORM 300-PRINT-EXCEPTION
           ELSE
               IF VX-TAXPAYER-ID NOT NUMERIC
                   MOVE "TAXPAYER ID NOT 9 DIGITS" TO EXCEPTION-REASON
                   PERFORM 300-PRINT-EXCEPTION.
           IF NOT VALID-TIN-TYPE
               MOVE "TIN TYPE MISSING" TO EXCEPTION-REASON
               PERFORM 300-PRINT-EXCEPTION.
           IF NOT VALID-1099-BOX-CODE
               MOVE "1099 BOX CODE MISSING OR INVALID"
                   TO EXCEPTION-REASON
               PERFORM 300-PRINT-EXCEPTION.
           IF VENDOR-FOUND
               IF VM-STREET-ADDRESS = SPACE
                   MOVE "STREET ADDRESS MISSING" TO EXCEPTION-REASON
                   PERFORM 300-PRINT-EXCEPTION
               END-IF
               IF VM-CITY = SPACE
                 OR VM-STATE = SPACE
                   MOVE "CITY OR STATE MISSING" TO EXCEPTION-REASON
                   PERFORM 300-PRINT-EXCEPTION
               END-IF
               IF VM-ZIP-CODE = SPACE
                   MOVE "ZIP CODE MISSING" TO EXCEPTION-REASON
                   PERFORM 300-PRINT-EXCEPTION
               END-IF.
      *
       300-PRINT-EXCEPTION.
      *
      *    THE VENDOR NUMBER AND NAME PRINT ON THE FIRST LINE FOR
      *    A VENDOR ONLY; LATER PROBLEMS LINE UP UNDER IT.
      *
           ADD 1 TO EXCEPTIONS-LISTED.
           MOVE EXCEPTION-REASON TO VEL-REASON.
           IF FIRST-EXCEPTION
               IF VEL-VENDOR-NO NOT = "PAYER"
                   ADD 1 TO VENDORS-IN-ERROR
               END-IF
               MOVE VTX-EXCEPTION-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
               MOVE "N" TO FIRST-EXCEPTION-SWITCH
           ELSE
               MOVE SPACE TO VEL-VENDOR-NO
               MOVE SPACE TO VEL-VENDOR-NAME
               MOVE VTX-EXCEPTION-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
      *
       400-PRINT-TOTALS.
      *
           MOVE "1099 VENDORS CHECKED" TO VTL-TOTAL-NAME.
           MOVE VENDORS-FLAGGED TO VTL-COUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 3 LINES.
           MOVE "VENDORS WITH EXCEPTIONS" TO VTL-TOTAL-NAME.
           MOVE VENDORS-IN-ERROR TO VTL-COUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
           MOVE "EXCEPTIONS LISTED" TO VTL-TOTAL-NAME.
           MOVE EXCEPTIONS-LISTED TO VTL-COUNT.
           MOVE VTX-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINE.
