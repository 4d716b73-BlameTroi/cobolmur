       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. FRM1000.
      *
      *    CARRIER FREIGHT RATE MAINTENANCE. ONE RATE PER CARRIER
      *    AND DESTINATION STATE, KEYED BY CARRIER CODE AND STATE
      *    CODE: A RATE PER HUNDRED POUNDS AND A MINIMUM CHARGE.
      *    STATE "**" SETS THE CARRIER'S RATE FOR EVERY STATE
      *    THAT HAS NO RECORD OF ITS OWN.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT FRTRATE  ASSIGN TO "c:\cobol\data\frtrate.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS FR-RATE-KEY
                           FILE STATUS IS FRTRATE-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  FRTRATE.
      *
       COPY "Frtrate.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  FRTRATE-FILE-STATUS     PIC XX.
               88  FRTRATE-SUCCESSFUL          VALUE "00".
               88  FRTRATE-NOT-FOUND           VALUE "35".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-CARRIER-CODE      PIC X(4).
           05  ENTRY-STATE-CODE        PIC X(2).
           05  ENTRY-RATE-PER-CWT      PIC 9(3)V99.
           05  ENTRY-MINIMUM-CHARGE    PIC 9(3)V99.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-RATE            PIC ZZ9.99.
           05  DISPLAY-MINIMUM         PIC ZZ9.99.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-FREIGHT-RATES.
      *
           DISPLAY "FRM1000 CARRIER FREIGHT RATE MAINTENANCE".
           OPEN I-O FRTRATE.
           IF FRTRATE-NOT-FOUND
               OPEN OUTPUT FRTRATE
               CLOSE FRTRATE
               OPEN I-O FRTRATE.
           IF NOT FRTRATE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON FRTRATE -- STATUS "
                   FRTRATE-FILE-STATUS
               STOP RUN.
           PERFORM 100-MAINTAIN-FREIGHT-RATE
               UNTIL END-OF-SESSION.
           CLOSE FRTRATE.
           DISPLAY "FRM1000 SESSION ENDED.".
           STOP RUN.
      *
       100-MAINTAIN-FREIGHT-RATE.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER CARRIER CODE, OR 9999 TO END.".
           ACCEPT ENTRY-CARRIER-CODE.
           IF ENTRY-CARRIER-CODE = "9999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF ENTRY-CARRIER-CODE = SPACE
                   DISPLAY "CARRIER CODE MAY NOT BE SPACES."
               ELSE
                   DISPLAY "ENTER STATE CODE, OR ** FOR ANY STATE."
                   ACCEPT ENTRY-STATE-CODE
                   IF ENTRY-STATE-CODE = SPACE
                       DISPLAY "STATE CODE MAY NOT BE SPACES."
                   ELSE
                       PERFORM 200-SHOW-AND-SET-RATE.
      *
       200-SHOW-AND-SET-RATE.
      *
           MOVE ENTRY-CARRIER-CODE TO FR-CARRIER-CODE.
           MOVE ENTRY-STATE-CODE   TO FR-STATE-CODE.
           READ FRTRATE
               INVALID KEY
                   DISPLAY "CARRIER AND STATE NOT ON TABLE."
                   PERFORM 300-ACCEPT-NEW-RATE
                   WRITE FREIGHT-RATE-RECORD
                       INVALID KEY
                           DISPLAY "WRITE ERROR ON FRTRATE."
                       NOT INVALID KEY
                           DISPLAY "FREIGHT RATE ADDED."
                   END-WRITE
               NOT INVALID KEY
                   MOVE FR-RATE-PER-CWT   TO DISPLAY-RATE
                   MOVE FR-MINIMUM-CHARGE TO DISPLAY-MINIMUM
                   DISPLAY "CURRENT RATE PER CWT " DISPLAY-RATE
                       "  MINIMUM " DISPLAY-MINIMUM
                   PERFORM 300-ACCEPT-NEW-RATE
                   REWRITE FREIGHT-RATE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON FRTRATE."
                       NOT INVALID KEY
                           DISPLAY "FREIGHT RATE CHANGED."
                   END-REWRITE
           END-READ.
      *
       300-ACCEPT-NEW-RATE.
      *
           DISPLAY "ENTER RATE PER HUNDRED POUNDS (NNN.NN).".
           ACCEPT ENTRY-RATE-PER-CWT.
           DISPLAY "ENTER MINIMUM CHARGE (NNN.NN).".
           ACCEPT ENTRY-MINIMUM-CHARGE.
           MOVE ENTRY-CARRIER-CODE   TO FR-CARRIER-CODE.
           MOVE ENTRY-STATE-CODE     TO FR-STATE-CODE.
           MOVE ENTRY-RATE-PER-CWT   TO FR-RATE-PER-CWT.
           MOVE ENTRY-MINIMUM-CHARGE TO FR-MINIMUM-CHARGE.
