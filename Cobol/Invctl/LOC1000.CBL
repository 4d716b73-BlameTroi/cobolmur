       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. LOC1000.
      *
      *    WAREHOUSE LOCATION MAINTENANCE. EACH LOCATION CARRIES
      *    THE SHIPPING ADDRESS THE BILL OF LADING PRINTS AS THE
      *    SHIP-FROM. THE MASTER IS A SHORT SEQUENTIAL FILE, SO A
      *    CHANGE LOADS IT, CORRECTS THE ONE LOCATION, AND WRITES
      *    IT BACK WHOLE.
      *
       ENVIRONMENT DIVISION.
      *
           05  FUNCTION-CODE               PIC X   VALUE "L".
               88  LIST-FUNCTION                   VALUE "L" "l".
               88  ADD-FUNCTION                    VALUE "A" "a".
               88  CHANGE-FUNCTION                 VALUE "C" "c".
               88  END-FUNCTION                    VALUE "E" "e".
               88  VALID-FUNCTION-CODE             VALUE "L" "l"
                                                         "A" "a"
                                                         "C" "c"
                                                         "E" "e".
      *
       01  FILE-STATUS-FIELDS.
       01  ENTRY-FIELDS.
           05  ENTRY-LOCATION-CODE     PIC X(2).
           05  ENTRY-LOCATION-NAME     PIC X(20).
           05  ENTRY-LOCATION-ADDRESS.
               10  ENTRY-STREET-ADDRESS    PIC X(25).
               10  ENTRY-CITY              PIC X(15).
               10  ENTRY-STATE             PIC X(2).
               10  ENTRY-ZIP-CODE          PIC X(10).
      *
       01  LOCATION-TABLE.
           05  LOCATION-ENTRY-COUNT    PIC S9(3)   COMP  VALUE ZERO.
           05  LOCATION-ENTRY              OCCURS 100 TIMES
                                           INDEXED BY LOCATION-INDEX.
               10  LT-LOCATION-RECORD      PIC X(74).
      *
       PROCEDURE DIVISION.
      *
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER L TO LIST LOCATIONS, A TO ADD A LOCATION,".
           DISPLAY "C TO CHANGE A LOCATION'S ADDRESS, OR E TO END.".
           ACCEPT FUNCTION-CODE.
           EVALUATE TRUE
               WHEN END-FUNCTION
                   PERFORM 200-LIST-LOCATIONS
               WHEN ADD-FUNCTION
                   PERFORM 300-ADD-LOCATION
               WHEN CHANGE-FUNCTION
                   PERFORM 400-CHANGE-LOCATION-ADDRESS
               WHEN OTHER
                   DISPLAY "YOU MUST ENTER 'L', 'A', 'C', OR 'E'."
           END-EVALUATE.
      *
       200-LIST-LOCATIONS.
                   MOVE "Y" TO LOCMAST-EOF-SWITCH
               NOT AT END
                   DISPLAY LM-LOCATION-CODE "  " LM-LOCATION-NAME
                   IF LM-LOCATION-ADDRESS = SPACE
                       DISPLAY "    ** NO SHIPPING ADDRESS ON FILE **"
                   ELSE
                       DISPLAY "    " LM-STREET-ADDRESS
                       DISPLAY "    " LM-CITY " " LM-STATE " "
                           LM-ZIP-CODE
                   END-IF
           END-READ.
      *
       300-ADD-LOCATION.
           ACCEPT ENTRY-LOCATION-CODE.
           DISPLAY "ENTER LOCATION NAME.".
           ACCEPT ENTRY-LOCATION-NAME.
           PERFORM 330-ENTER-LOCATION-ADDRESS.
           IF ENTRY-LOCATION-CODE = SPACE
               DISPLAY "LOCATION CODE IS REQUIRED."
           ELSE
               OPEN OUTPUT LOCMAST.
           MOVE ENTRY-LOCATION-CODE TO LM-LOCATION-CODE.
           MOVE ENTRY-LOCATION-NAME TO LM-LOCATION-NAME.
           MOVE ENTRY-LOCATION-ADDRESS TO LM-LOCATION-ADDRESS.
           WRITE LOCATION-MASTER-RECORD.
           IF NOT LOCMAST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON LOCMAST -- STATUS "
           ELSE
               DISPLAY "LOCATION " LM-LOCATION-CODE " ADDED.".
           CLOSE LOCMAST.
      *
       330-ENTER-LOCATION-ADDRESS.
      *
           DISPLAY "ENTER STREET ADDRESS.".
           ACCEPT ENTRY-STREET-ADDRESS.
           DISPLAY "ENTER CITY.".
           ACCEPT ENTRY-CITY.
           DISPLAY "ENTER STATE (2 CHARACTERS).".
           ACCEPT ENTRY-STATE.
           DISPLAY "ENTER ZIP CODE.".
           ACCEPT ENTRY-ZIP-CODE.
      *
       400-CHANGE-LOCATION-ADDRESS.
      *
           DISPLAY "ENTER LOCATION CODE TO CHANGE.".
           ACCEPT ENTRY-LOCATION-CODE.
           PERFORM 410-LOAD-LOCATION-TABLE.
           MOVE "N" TO LOCATION-FOUND-SWITCH.
           SET LOCATION-INDEX TO 1.
           SEARCH LOCATION-ENTRY
               AT END
                   CONTINUE
               WHEN LOCATION-INDEX > LOCATION-ENTRY-COUNT
                   CONTINUE
               WHEN LT-LOCATION-RECORD (LOCATION-INDEX) (1:2)
                       = ENTRY-LOCATION-CODE
                   MOVE "Y" TO LOCATION-FOUND-SWITCH
           END-SEARCH.
           IF NOT LOCATION-FOUND
               DISPLAY "LOCATION " ENTRY-LOCATION-CODE
                   " IS NOT ON FILE."
           ELSE
               MOVE LT-LOCATION-RECORD (LOCATION-INDEX)
                   TO LOCATION-MASTER-RECORD
               DISPLAY LM-LOCATION-CODE "  " LM-LOCATION-NAME
               PERFORM 330-ENTER-LOCATION-ADDRESS
               MOVE ENTRY-LOCATION-ADDRESS TO LM-LOCATION-ADDRESS
               MOVE LOCATION-MASTER-RECORD
                   TO LT-LOCATION-RECORD (LOCATION-INDEX)
               PERFORM 430-REWRITE-LOCATION-MASTER.
      *
       410-LOAD-LOCATION-TABLE.
      *
           MOVE ZERO TO LOCATION-ENTRY-COUNT.
           MOVE "N" TO LOCMAST-EOF-SWITCH.
           OPEN INPUT LOCMAST.
           IF NOT LOCMAST-SUCCESSFUL
               MOVE "Y" TO LOCMAST-EOF-SWITCH
           ELSE
               PERFORM 420-LOAD-NEXT-LOCATION
                   UNTIL LOCMAST-EOF
               CLOSE LOCMAST.
      *
       420-LOAD-NEXT-LOCATION.
      *
           MOVE SPACE TO LOCATION-MASTER-RECORD.
           READ LOCMAST
               AT END
                   MOVE "Y" TO LOCMAST-EOF-SWITCH
               NOT AT END
                   IF LOCATION-ENTRY-COUNT < 100
                       ADD 1 TO LOCATION-ENTRY-COUNT
                       SET LOCATION-INDEX TO LOCATION-ENTRY-COUNT
                       MOVE LOCATION-MASTER-RECORD
                           TO LT-LOCATION-RECORD (LOCATION-INDEX)
                   ELSE
                       DISPLAY "LOC1000 LOCATION TABLE FULL AT "
                           LM-LOCATION-CODE
                   END-IF
           END-READ.
      *
       430-REWRITE-LOCATION-MASTER.
      *
      *    A FULL TABLE WOULD DROP THE LOCATIONS PAST IT, SO THE
      *    FILE IS ONLY REWRITTEN WHEN EVERY LOCATION WAS LOADED.
      *
           IF LOCATION-ENTRY-COUNT NOT < 100
               DISPLAY "LOCATION MASTER TOO LARGE TO REWRITE -- "
                   "ADDRESS NOT CHANGED."
           ELSE
               OPEN OUTPUT LOCMAST
               PERFORM 440-WRITE-TABLED-LOCATION
                   VARYING LOCATION-INDEX FROM 1 BY 1
                   UNTIL LOCATION-INDEX > LOCATION-ENTRY-COUNT
               CLOSE LOCMAST
               DISPLAY "LOCATION " ENTRY-LOCATION-CODE
                   " ADDRESS CHANGED.".
      *
       440-WRITE-TABLED-LOCATION.
      *
           MOVE LT-LOCATION-RECORD (LOCATION-INDEX)
               TO LOCATION-MASTER-RECORD.
           WRITE LOCATION-MASTER-RECORD.
           IF NOT LOCMAST-SUCCESSFUL
               DISPLAY "WRITE ERROR ON LOCMAST -- STATUS "
                   LOCMAST-FILE-STATUS.
