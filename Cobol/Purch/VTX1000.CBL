       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. VTX1000.
      *
      *    VENDOR 1099 MAINTENANCE. THE 1099 FLAG, TAXPAYER ID, AND
      *    BOX CODE LIVE ON THE VENDOR SIDE FILE -- THE VENDOR
      *    MASTER RECORD IS FIXED ACROSS EVERY PROGRAM THAT READS
      *    IT. THE VENDOR MUST BE ON THE VENDOR MASTER; ITS NAME
      *    AND ADDRESS SHOW HERE SO THE CLERK CAN SEE WHAT WILL
      *    PRINT ON THE FORM. A FLAGGED VENDOR MUST HAVE A VALID
      *    BOX CODE; THE TAXPAYER ID MAY BE LEFT BLANK UNTIL THE
      *    W-9 COMES BACK, AND VTX2000 LISTS IT UNTIL IT DOES.
      *    TAXPAYER IDS ARE CHANGED ONLY WITH OPERATOR AUTHORITY.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT VENDMAST ASSIGN TO "c:\cobol\data\vendmast.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VM-VENDOR-NO
                           FILE STATUS IS VENDMAST-FILE-STATUS.
           SELECT VENXTRA  ASSIGN TO "c:\cobol\data\venxtra.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS VX-VENDOR-NO
                           FILE STATUS IS VENXTRA-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  VENDMAST.
      *
       COPY "Vendmast.cpy".
      *
       FD  VENXTRA.
      *
       COPY "Venxtra.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  VALID-ENTRY-SWITCH          PIC X   VALUE "N".
               88  VALID-ENTRY                     VALUE "Y".
           05  NEW-VENDOR-EXTRA-SWITCH     PIC X   VALUE "N".
               88  NEW-VENDOR-EXTRA                VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  VENDMAST-FILE-STATUS    PIC XX.
               88  VENDMAST-SUCCESSFUL         VALUE "00".
           05  VENXTRA-FILE-STATUS     PIC XX.
               88  VENXTRA-SUCCESSFUL          VALUE "00".
               88  VENXTRA-NOT-FOUND           VALUE "35".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-VENDOR-NO         PIC X(5).
           05  ENTRY-1099-SWITCH       PIC X.
           05  ENTRY-TIN-TYPE          PIC X.
           05  ENTRY-TAXPAYER-ID       PIC X(9).
           05  ENTRY-BOX-CODE          PIC X(2).
      *
       COPY "Sgnreq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-VENDOR-1099-DATA.
      *
           DISPLAY "VTX1000 VENDOR 1099 MAINTENANCE".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "1099 MAINTENANCE NEEDS OPERATOR AUTHORITY."
               STOP RUN.
           OPEN INPUT VENDMAST.
           IF NOT VENDMAST-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENDMAST -- STATUS "
                   VENDMAST-FILE-STATUS
               STOP RUN.
           OPEN I-O VENXTRA.
           IF VENXTRA-NOT-FOUND
               OPEN OUTPUT VENXTRA
               CLOSE VENXTRA
               OPEN I-O VENXTRA.
           IF NOT VENXTRA-SUCCESSFUL
               DISPLAY "OPEN ERROR ON VENXTRA -- STATUS "
                   VENXTRA-FILE-STATUS
               CLOSE VENDMAST
               STOP RUN.
           PERFORM 100-MAINTAIN-VENDOR
               UNTIL END-OF-SESSION.
           CLOSE VENDMAST
                 VENXTRA.
           DISPLAY "VTX1000 SESSION ENDED.".
           STOP RUN.
      *
       100-MAINTAIN-VENDOR.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER VENDOR NUMBER, OR 99999 TO END.".
           ACCEPT ENTRY-VENDOR-NO.
           IF ENTRY-VENDOR-NO = "99999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               MOVE ENTRY-VENDOR-NO TO VM-VENDOR-NO
               READ VENDMAST
                   INVALID KEY
                       DISPLAY "VENDOR " ENTRY-VENDOR-NO
                           " IS NOT ON THE VENDOR MASTER."
                   NOT INVALID KEY
                       PERFORM 200-SHOW-AND-SET-1099-DATA
               END-READ.
      *
       200-SHOW-AND-SET-1099-DATA.
      *
           DISPLAY VM-VENDOR-NAME.
           DISPLAY "  " VM-STREET-ADDRESS.
           DISPLAY "  " VM-CITY " " VM-STATE " " VM-ZIP-CODE.
           MOVE "N" TO NEW-VENDOR-EXTRA-SWITCH.
           MOVE ENTRY-VENDOR-NO TO VX-VENDOR-NO.
           READ VENXTRA
               INVALID KEY
                   MOVE "Y" TO NEW-VENDOR-EXTRA-SWITCH
                   MOVE ENTRY-VENDOR-NO TO VX-VENDOR-NO
                   MOVE "N"   TO VX-1099-SWITCH
                   MOVE SPACE TO VX-TIN-TYPE
                   MOVE SPACE TO VX-TAXPAYER-ID
                   MOVE SPACE TO VX-1099-BOX-CODE
                   DISPLAY "NO 1099 DATA ON FILE."
               NOT INVALID KEY
                   DISPLAY "1099 VENDOR " VX-1099-SWITCH
                       "  TIN TYPE " VX-TIN-TYPE
                       "  TIN " VX-TAXPAYER-ID
                       "  BOX " VX-1099-BOX-CODE
           END-READ.
           MOVE "N" TO VALID-ENTRY-SWITCH.
           PERFORM 300-ACCEPT-1099-DATA
               UNTIL VALID-ENTRY.
           IF NEW-VENDOR-EXTRA
               WRITE VENDOR-EXTRA-RECORD
                   INVALID KEY
                       DISPLAY "WRITE ERROR ON VENXTRA."
                   NOT INVALID KEY
                       DISPLAY "1099 DATA SET."
               END-WRITE
           ELSE
               REWRITE VENDOR-EXTRA-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON VENXTRA."
                   NOT INVALID KEY
                       DISPLAY "1099 DATA CHANGED."
               END-REWRITE.
      *
       300-ACCEPT-1099-DATA.
      *
      *    AN UNFLAGGED VENDOR KEEPS NO TAX DATA -- CLEARING THE
      *    FLAG CLEARS THE REST SO A STALE ID NEVER PRINTS.
      *
           DISPLAY "IS THIS A 1099 VENDOR? (Y/N)".
           ACCEPT ENTRY-1099-SWITCH.
           EVALUATE ENTRY-1099-SWITCH
               WHEN "N"
                   MOVE "N"   TO VX-1099-SWITCH
                   MOVE SPACE TO VX-TIN-TYPE
                   MOVE SPACE TO VX-TAXPAYER-ID
                   MOVE SPACE TO VX-1099-BOX-CODE
                   MOVE "Y" TO VALID-ENTRY-SWITCH
               WHEN "Y"
                   PERFORM 310-ACCEPT-TAX-FIELDS
               WHEN OTHER
                   DISPLAY "ENTER Y OR N."
           END-EVALUATE.
      *
       310-ACCEPT-TAX-FIELDS.
      *
           DISPLAY "ENTER TIN TYPE (E = EMPLOYER ID, S = SOCIAL "
               "SECURITY NUMBER).".
           ACCEPT ENTRY-TIN-TYPE.
           DISPLAY "ENTER TAXPAYER ID, 9 DIGITS WITHOUT DASHES, OR "
               "BLANK IF NOT YET RECEIVED.".
           MOVE SPACE TO ENTRY-TAXPAYER-ID.
           ACCEPT ENTRY-TAXPAYER-ID.
           DISPLAY "ENTER BOX CODE (N1 = NEC NONEMPLOYEE COMP, "
               "M1 = RENTS, M2 = ROYALTIES,".
           DISPLAY "  M3 = OTHER INCOME, M6 = MEDICAL PAYMENTS).".
           ACCEPT ENTRY-BOX-CODE.
           MOVE ENTRY-BOX-CODE TO VX-1099-BOX-CODE.
           IF ENTRY-TIN-TYPE NOT = "E" AND "S"
               DISPLAY "TIN TYPE MUST BE E OR S."
           ELSE
               IF ENTRY-TAXPAYER-ID NOT = SPACE
                 AND ENTRY-TAXPAYER-ID NOT NUMERIC
                   DISPLAY "TAXPAYER ID MUST BE 9 DIGITS."
               ELSE
                   IF NOT VALID-1099-BOX-CODE
                       DISPLAY "BOX CODE MUST BE N1, M1, M2, M3, "
                           "OR M6."
                   ELSE
                       MOVE "Y"               TO VX-1099-SWITCH
                       MOVE ENTRY-TIN-TYPE    TO VX-TIN-TYPE
                       MOVE ENTRY-TAXPAYER-ID TO VX-TAXPAYER-ID
                       MOVE "Y" TO VALID-ENTRY-SWITCH.
