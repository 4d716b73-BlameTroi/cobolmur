      *    STATEMENT'S COPYBOOK WITH THE PROGRAMS THAT USE IT.
      *    IMPACT ANALYSIS BEFORE A CHANGE NO LONGER MEANS
      *    GREPPING PRINTOUTS.
      *
      *    THE SAME SCAN PAIRS EACH SELECT'S ASSIGN WITH THE OPEN
      *    MODES THE PROGRAM USES ON IT. A LITERAL ASSIGN PATH IS
      *    CUT DOWN TO ITS FILE NAME, SO THE SAME PHYSICAL FILE
      *    LINES UP ACROSS PROGRAMS WHATEVER EACH ONE CALLS IT. THE
      *    FILE USAGE MATRIX SHOWS EVERY PROGRAM THAT ASSIGNS EACH
      *    FILE AND HOW IT OPENS IT; THE WRITERS SECTION NARROWS
      *    THAT TO THE PROGRAMS THAT OPEN IT OUTPUT, I-O, OR
      *    EXTEND, OR NAME IT ON A SORT GIVING -- THE LIST TO
      *    CHECK BEFORE THE BATCH WINDOW MOVES OR WHEN A FILE HAS
      *    BEEN DAMAGED.
      *
      *    FINALLY, EVERY FD IS MEASURED -- INLINE ENTRIES AND ANY
      *    COPYBOOK IT PULLS IN FROM THE COPYBOOK DIRECTORY -- FOR
      *    ITS RECORD LENGTH AND THE OFFSET AND LENGTH OF EACH
      *    FIELD. THE FDS ARE GROUPED BY THE PHYSICAL FILE THEY
      *    ASSIGN, AND EACH PROGRAM IS CHECKED AGAINST THE FILE'S
      *    COPYBOOK WHERE ONE IS IN USE, OR ELSE AGAINST THE LENGTH
      *    MOST OF THE PROGRAMS AGREE ON. A PROGRAM IS LISTED WHEN
      *    ITS LENGTH DIFFERS OR ONE OF ITS NAMED FIELDS DOES NOT
      *    START AND END ON A FIELD BOUNDARY OF THE REFERENCE
      *    LAYOUT -- THE INLINE FD THAT HAS DRIFTED. RUN IT BEFORE
      *    ANY RELEASE THAT CHANGES A FILE MORE THAN ONE PROGRAM
      *    DECLARES.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT SRCEFILE   ASSIGN TO DYNAMIC CURRENT-SOURCE-FILENAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS SRCEFILE-FILE-STATUS.
           SELECT COPYFILE   ASSIGN TO DYNAMIC CURRENT-COPYBOOK-FILENAME
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS IS COPYFILE-FILE-STATUS.
           SELECT XREFRPT    ASSIGN TO "c:\cobol\data\modxref.prn".
      *
       DATA DIVISION.
       FD  SRCEFILE.
      *
       01  SOURCE-RECORD           PIC X(80).
      *
       FD  COPYFILE.
      *
       01  COPYBOOK-RECORD         PIC X(80).
      *
       FD  XREFRPT.
      *
               88  PROGRAM-NAMED                   VALUE "Y".
           05  REFERENCE-KNOWN-SW      PIC X       VALUE "N".
               88  REFERENCE-KNOWN                 VALUE "Y".
           05  FILE-SCAN-STATE-SW      PIC X       VALUE SPACE.
               88  FILE-SCAN-IDLE                  VALUE SPACE.
               88  EXPECTING-SELECT-NAME           VALUE "S".
               88  EXPECTING-ASSIGN-NAME           VALUE "A".
               88  LISTING-OPEN-FILES              VALUE "O".
               88  LISTING-SORT-FILES              VALUE "G".
           05  DYNAMIC-ASSIGN-SW       PIC X       VALUE "N".
               88  DYNAMIC-ASSIGN                  VALUE "Y".
           05  SELECT-FOUND-SW         PIC X       VALUE "N".
               88  SELECT-FOUND                    VALUE "Y".
           05  SEPARATOR-FOUND-SW      PIC X       VALUE "N".
               88  SEPARATOR-FOUND                 VALUE "Y".
           05  WRITER-FOUND-SW         PIC X       VALUE "N".
               88  WRITER-FOUND                    VALUE "Y".
           05  LAYOUT-SCAN-STATE-SW    PIC X       VALUE SPACE.
               88  LAYOUT-SCAN-IDLE                VALUE SPACE.
               88  EXPECTING-FD-NAME               VALUE "F".
               88  COLLECTING-LAYOUT               VALUE "L".
           05  ENTRY-OPEN-SW           PIC X       VALUE "N".
               88  ENTRY-OPEN                      VALUE "Y".
           05  ENTRY-CLAUSE-SW         PIC X       VALUE SPACE.
               88  NO-CLAUSE-PENDING               VALUE SPACE.
               88  EXPECTING-ENTRY-NAME            VALUE "N".
               88  EXPECTING-PICTURE               VALUE "P".
               88  EXPECTING-USAGE                 VALUE "U".
               88  EXPECTING-OCCURS                VALUE "O".
               88  EXPECTING-OCCURS-TO             VALUE "T".
               88  EXPECTING-OCCURS-MAXIMUM        VALUE "M".
               88  EXPECTING-REDEFINED-NAME        VALUE "R".
               88  SKIPPING-VALUE                  VALUE "V".
               88  SKIPPING-ENTRY                  VALUE "K".
           05  WORD-ENDS-ENTRY-SW      PIC X       VALUE "N".
               88  WORD-ENDS-ENTRY                 VALUE "Y".
           05  COPYBOOK-PENDING-SW     PIC X       VALUE "N".
               88  COPYBOOK-PENDING                VALUE "Y".
           05  MEASURING-COPYBOOK-SW   PIC X       VALUE "N".
               88  MEASURING-COPYBOOK              VALUE "Y".
           05  COPYFILE-EOF-SW         PIC X       VALUE "N".
               88  COPYFILE-EOF                    VALUE "Y".
           05  COPYBOOK-MEASURED-SW    PIC X       VALUE "N".
               88  COPYBOOK-MEASURED               VALUE "Y".
           05  GROUPS-CLOSED-SW        PIC X       VALUE "N".
               88  GROUPS-CLOSED                   VALUE "Y".
           05  REDEFINED-FOUND-SW      PIC X       VALUE "N".
               88  REDEFINED-FOUND                 VALUE "Y".
           05  IN-REPEAT-COUNT-SW      PIC X       VALUE "N".
               88  IN-REPEAT-COUNT                 VALUE "Y".
           05  FIELD-START-FOUND-SW    PIC X       VALUE "N".
               88  FIELD-START-FOUND               VALUE "Y".
           05  FIELD-END-FOUND-SW      PIC X       VALUE "N".
               88  FIELD-END-FOUND                 VALUE "Y".
           05  PRINT-DRIFTED-FIELDS-SW PIC X       VALUE "N".
               88  PRINT-DRIFTED-FIELDS            VALUE "Y".
           05  LAYOUT-GROUP-FOUND-SW   PIC X       VALUE "N".
               88  LAYOUT-GROUP-FOUND              VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  SRCLIST-FILE-STATUS     PIC XX.
               88  SRCLIST-SUCCESSFUL          VALUE "00".
           05  SRCEFILE-FILE-STATUS    PIC XX.
               88  SRCEFILE-SUCCESSFUL         VALUE "00".
           05  COPYFILE-FILE-STATUS    PIC XX.
               88  COPYFILE-SUCCESSFUL         VALUE "00".
      *
       01  OPERATOR-ENTRIES.
           05  CURRENT-SOURCE-FILENAME PIC X(60).
           05  CURRENT-COPYBOOK-FILENAME
                                       PIC X(60).
           05  COPYBOOK-DIRECTORY      PIC X(30)   VALUE
               "c:\cobol\copy\".
      *
       01  SCAN-WORK-FIELDS.
           05  LINE-IMAGE              PIC X(80).
           05  UNEXPANDED-LINE         PIC X(80).
           05  TAB-CHARACTER           PIC X       VALUE X"09".
           05  TAB-COUNT               PIC S9(3)   COMP.
           05  TAB-STOP                PIC S9(3)   COMP.
           05  EXPAND-POINTER          PIC S9(3)   COMP.
           05  CODING-AREA             PIC X(66).
           05  LINE-WORK               PIC X(66).
           05  SOURCE-WORDS.
           05  WORD-WORK               PIC X(40).
           05  WORD-LENGTH             PIC S9(3)   COMP.
           05  CURRENT-PROGRAM-NAME    PIC X(30).
           05  PENDING-SELECT-NAME     PIC X(30).
           05  RESOLVED-FILE-NAME      PIC X(30).
           05  CURRENT-OPEN-MODE       PIC X.
               88  OPEN-MODE-INPUT             VALUE "I".
               88  OPEN-MODE-OUTPUT            VALUE "O".
               88  OPEN-MODE-I-O               VALUE "U".
               88  OPEN-MODE-EXTEND            VALUE "E".
           05  CHAR-SUB                PIC S9(3)   COMP.
           05  SEPARATOR-POSITION      PIC S9(3)   COMP.
           05  QUOTE-COUNT             PIC S9(3)   COMP.
           05  MODE-POINTER            PIC S9(3)   COMP.
      *
      *    ONE DATA DESCRIPTION ENTRY AS IT IS GATHERED, WORD BY
      *    WORD, UP TO ITS CLOSING PERIOD.
      *
       01  LAYOUT-WORK-FIELDS.
           05  ENTRY-LEVEL             PIC 99.
           05  ENTRY-NAME              PIC X(30).
           05  ENTRY-PICTURE           PIC X(30).
           05  ENTRY-USAGE             PIC X(15).
           05  ENTRY-REDEFINES-NAME    PIC X(30).
           05  COPY-LEADING-TEXT       PIC X(66).
           05  COPY-MEMBER-NAME        PIC X(30).
           05  PICTURE-CHARACTER       PIC X.
           05  PICTURE-DIGIT           REDEFINES PICTURE-CHARACTER
                                       PIC 9.
           05  PREVIOUS-PICTURE-CHAR   PIC X.
           05  XLF-REFERENCE-TEXT      PIC X(40).
      *
       01  LAYOUT-COUNT-FIELDS         COMP.
           05  ENTRY-OCCURS            PIC S9(5).
           05  LAYOUT-POSITION         PIC S9(5).
           05  REDEFINE-END-POSITION   PIC S9(5).
           05  ELEMENT-SIZE            PIC S9(5).
           05  GROUP-SIZE              PIC S9(5).
           05  PICTURE-CHARS           PIC S9(5).
           05  PICTURE-DIGITS          PIC S9(5).
           05  REPEAT-COUNT            PIC S9(5).
           05  FIELD-END-OFFSET        PIC S9(5).
           05  RELATIVE-OFFSET         PIC S9(5).
           05  STACK-DEPTH             PIC S9(3)   VALUE ZERO.
           05  CURRENT-LAYOUT-SUB      PIC S9(4)   VALUE ZERO.
           05  LAYOUT-COUNT            PIC S9(4)   VALUE ZERO.
           05  LAYOUT-SUB              PIC S9(4).
           05  LAYOUT-SCAN-SUB         PIC S9(4).
           05  LAYOUT-MATCH-SUB        PIC S9(4).
           05  REFERENCE-LAYOUT-SUB    PIC S9(4).
           05  GROUP-LAYOUT-COUNT      PIC S9(4).
           05  GROUP-DRIFT-COUNT       PIC S9(4).
           05  LAYOUT-DRIFT-COUNT      PIC S9(4)   VALUE ZERO.
           05  MATCH-COUNT             PIC S9(4).
           05  BEST-MATCH-COUNT        PIC S9(4).
           05  DRIFTED-FIELD-COUNT     PIC S9(4).
           05  FIELD-COUNT             PIC S9(4)   VALUE ZERO.
           05  FIELD-SUB               PIC S9(4).
           05  LAST-FIELD-SUB          PIC S9(4).
           05  REF-FIELD-SUB           PIC S9(4).
           05  LAST-REF-FIELD-SUB      PIC S9(4).
      *
       01  COUNT-FIELDS                COMP.
           05  FILES-SCANNED           PIC S9(3)   VALUE ZERO.
           05  COPY-REF-COUNT          PIC S9(3)   VALUE ZERO.
           05  REF-SUB                 PIC S9(3).
           05  SCAN-SUB                PIC S9(3).
           05  SELECT-COUNT            PIC S9(3)   VALUE ZERO.
           05  SELECT-SUB              PIC S9(3).
           05  FILE-USE-COUNT          PIC S9(4)   VALUE ZERO.
           05  FILE-USE-SUB            PIC S9(4).
           05  FILE-SCAN-SUB           PIC S9(4).
      *
       01  TABLE-LIMITS                COMP.
           05  PROGRAM-LIMIT           PIC S9(3)   VALUE +100.
           05  CALL-REF-LIMIT          PIC S9(3)   VALUE +400.
           05  COPY-REF-LIMIT          PIC S9(3)   VALUE +400.
           05  SELECT-LIMIT            PIC S9(3)   VALUE +60.
           05  FILE-USE-LIMIT          PIC S9(4)   VALUE +1500.
           05  LAYOUT-LIMIT            PIC S9(4)   VALUE +1200.
           05  FIELD-LIMIT             PIC S9(4)   VALUE +6000.
           05  STACK-LIMIT             PIC S9(3)   VALUE +20.
      *
       01  PROGRAM-TABLE.
           05  PROGRAM-ENTRY               OCCURS 100 TIMES.
               10  CP-USING-PROGRAM        PIC X(30).
               10  CP-PRINTED-SW           PIC X.
                   88  CP-PRINTED                  VALUE "Y".
      *
      *
      *    THE CURRENT PROGRAM'S SELECTS, CLEARED FOR EACH SOURCE
      *    FILE, SO AN OPEN CAN BE TRACED BACK TO ITS FILE NAME.
      *
       01  SELECT-TABLE.
           05  SELECT-ENTRY                OCCURS 60 TIMES.
               10  SF-LOGICAL-NAME         PIC X(30).
               10  SF-FILE-NAME            PIC X(30).
      *
      *    ONE ENTRY PER FILE PER PROGRAM, WITH A FLAG FOR EACH
      *    OPEN MODE SEEN. A SORT USING COUNTS AS INPUT AND A SORT
      *    GIVING AS OUTPUT.
      *
       01  FILE-USAGE-TABLE.
           05  FILE-USE-ENTRY              OCCURS 1500 TIMES.
               10  FU-FILE-NAME            PIC X(30).
               10  FU-PROGRAM-NAME         PIC X(30).
               10  FU-INPUT-SW             PIC X.
                   88  FU-INPUT                    VALUE "Y".
               10  FU-OUTPUT-SW            PIC X.
                   88  FU-OUTPUT                   VALUE "Y".
               10  FU-I-O-SW               PIC X.
                   88  FU-I-O                      VALUE "Y".
               10  FU-EXTEND-SW            PIC X.
                   88  FU-EXTEND                   VALUE "Y".
               10  FU-MATRIX-PRINTED-SW    PIC X.
                   88  FU-MATRIX-PRINTED           VALUE "Y".
               10  FU-WRITER-PRINTED-SW    PIC X.
                   88  FU-WRITER-PRINTED           VALUE "Y".
      *
      *
      *    THE GROUPS STILL OPEN ABOVE THE ENTRY BEING PLACED. A
      *    GROUP'S LENGTH IS KNOWN ONLY WHEN AN ENTRY AT ITS OWN
      *    LEVEL OR HIGHER CLOSES IT; ITS OCCURS AND ANY REDEFINES
      *    ARE APPLIED THEN.
      *
       01  GROUP-STACK.
           05  GROUP-STACK-ENTRY           OCCURS 20 TIMES.
               10  GS-LEVEL                PIC 99.
               10  GS-START                PIC S9(5)   COMP.
               10  GS-OCCURS               PIC S9(5)   COMP.
               10  GS-FIELD-SUB            PIC S9(4)   COMP.
               10  GS-REDEFINE-END         PIC S9(5)   COMP.
               10  GS-USAGE                PIC X(15).
      *
      *    ONE ENTRY PER FD PER PROGRAM. AN FD THAT COPIES A
      *    COPYBOOK ALREADY MEASURED POINTS AT THE SAME FIELDS.
      *    A LENGTH OF ZERO MEANS THE LAYOUT COULD NOT BE MEASURED.
      *
       01  RECORD-LAYOUT-TABLE.
           05  RECORD-LAYOUT-ENTRY         OCCURS 1200 TIMES.
               10  RL-FILE-NAME            PIC X(30).
               10  RL-PROGRAM-NAME         PIC X(30).
               10  RL-COPYBOOK-NAME        PIC X(30).
               10  RL-RECORD-LENGTH        PIC S9(5)   COMP.
               10  RL-FIRST-FIELD          PIC S9(4)   COMP.
               10  RL-FIELD-COUNT          PIC S9(4)   COMP.
               10  RL-PRINTED-SW           PIC X.
                   88  RL-PRINTED                  VALUE "Y".
               10  RL-DRIFT-SW             PIC X.
                   88  RL-AGREES                   VALUE "N".
                   88  RL-LENGTH-DIFFERS           VALUE "L".
                   88  RL-FIELDS-DIFFER            VALUE "F".
                   88  RL-BOTH-DIFFER              VALUE "B".
                   88  RL-NOT-MEASURED             VALUE "U".
      *
      *    OFFSETS COUNT FROM ZERO. FOR AN ITEM THAT OCCURS, THE
      *    LENGTH IS THE WHOLE TABLE AND THE OCCURRENCE LENGTH IS
      *    ONE ELEMENT OF IT.
      *
       01  LAYOUT-FIELD-TABLE.
           05  LAYOUT-FIELD-ENTRY          OCCURS 6000 TIMES.
               10  LF-FIELD-NAME           PIC X(30).
               10  LF-LEVEL                PIC 99.
               10  LF-OFFSET               PIC S9(5)   COMP.
               10  LF-LENGTH               PIC S9(5)   COMP.
               10  LF-OCCURRENCE-LENGTH    PIC S9(5)   COMP.
      *
       01  XRF-HEADING-LINE.
           05  FILLER                  PIC X(60)   VALUE
               "XRF1000  CALL GRAPH, COPY/FILE USE, LAYOUT DRIFT".
      *
       01  XRF-SECTION-LINE.
           05  XSL-TEXT                PIC X(40).
       01  XRF-USER-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  XUL-USING-PROGRAM       PIC X(30).
      *
       01  XRF-FILE-LINE.
           05  XFL-FILE-NAME           PIC X(30).
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  FILLER                  PIC X(32)   VALUE
               " INPUT  OUTPUT  I-O     EXTEND".
      *
       01  XRF-MATRIX-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  XML-PROGRAM-NAME        PIC X(30).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  XML-INPUT               PIC X(8).
           05  XML-OUTPUT              PIC X(8).
           05  XML-I-O                 PIC X(8).
           05  XML-EXTEND              PIC X(8).
           05  XML-REMARK              PIC X(14).
      *
       01  XRF-WRITER-FILE-LINE.
           05  XWF-FILE-NAME           PIC X(30).
           05  FILLER                  PIC X(14)   VALUE
               "  CHANGED BY:".
      *
       01  XRF-WRITER-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  XWL-PROGRAM-NAME        PIC X(30).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  XWL-MODES               PIC X(20).
      *
       01  XRF-LAYOUT-FILE-LINE.
           05  XLF-FILE-NAME           PIC X(30).
           05  FILLER                  PIC X(12)   VALUE
               "  PROGRAMS: ".
           05  XLF-PROGRAM-COUNT       PIC ZZZ9.
           05  FILLER                  PIC X(12)   VALUE
               "   DRIFTED: ".
           05  XLF-DRIFT-COUNT         PIC ZZZ9.
      *
       01  XRF-LAYOUT-REFERENCE-LINE.
           05  FILLER                  PIC X(15)   VALUE
               "    REFERENCE: ".
           05  XLR-REFERENCE           PIC X(40).
           05  FILLER                  PIC X(8)    VALUE
               " LENGTH ".
           05  XLR-LENGTH              PIC ZZZZ9.
      *
       01  XRF-LAYOUT-PROGRAM-LINE.
           05  FILLER                  PIC X(4)    VALUE SPACE.
           05  XLP-PROGRAM-NAME        PIC X(30).
           05  FILLER                  PIC X(9)    VALUE
               "  LENGTH ".
           05  XLP-LENGTH              PIC ZZZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  XLP-REMARK              PIC X(36).
      *
       01  XRF-LAYOUT-FIELD-LINE.
           05  FILLER                  PIC X(8)    VALUE SPACE.
           05  XLD-FIELD-NAME          PIC X(30).
           05  FILLER                  PIC X(9)    VALUE
               "  OFFSET ".
           05  XLD-OFFSET              PIC ZZZZ9.
           05  FILLER                  PIC X(9)    VALUE
               "  LENGTH ".
           05  XLD-LENGTH              PIC ZZZZ9.
           05  FILLER                  PIC X(22)   VALUE
               "  OFF REFERENCE FIELDS".
      *
       01  XRF-TOTAL-LINE.
           05  FILLER                  PIC X(20)   VALUE
           CLOSE SRCLIST.
           PERFORM 5000-PRINT-CALL-GRAPH.
           PERFORM 6000-PRINT-COPY-WHERE-USED.
           PERFORM 7000-PRINT-FILE-USAGE-MATRIX.
           PERFORM 8000-PRINT-FILE-WRITERS.
           PERFORM 9000-PRINT-LAYOUT-DRIFT.
           MOVE FILES-SCANNED    TO XTO-FILES.
           MOVE FILES-NOT-OPENED TO XTO-NOT-OPENED.
           MOVE XRF-TOTAL-LINE TO PRINT-AREA.
           DISPLAY "XRF1000  FILES SCANNED " FILES-SCANNED.
           DISPLAY "XRF1000  CALL REFERENCES " CALL-REF-COUNT.
           DISPLAY "XRF1000  COPY REFERENCES " COPY-REF-COUNT.
           DISPLAY "XRF1000  FILE USAGES     " FILE-USE-COUNT.
           DISPLAY "XRF1000  RECORD LAYOUTS  " LAYOUT-COUNT.
           DISPLAY "XRF1000  LAYOUTS DRIFTED " LAYOUT-DRIFT-COUNT.
           STOP RUN.
      *
       1000-SCAN-NEXT-SOURCE-FILE.
           MOVE "N" TO SRCEFILE-EOF-SW.
           MOVE "N" TO PROGRAM-NAMED-SW.
           MOVE SPACE TO CURRENT-PROGRAM-NAME.
           MOVE ZERO  TO SELECT-COUNT.
           MOVE SPACE TO FILE-SCAN-STATE-SW.
           MOVE SPACE TO LAYOUT-SCAN-STATE-SW.
           MOVE "N"   TO COPYBOOK-PENDING-SW.
           OPEN INPUT SRCEFILE.
           IF NOT SRCEFILE-SUCCESSFUL
               DISPLAY "COULD NOT OPEN " CURRENT-SOURCE-FILENAME
               ADD 1 TO FILES-SCANNED
               PERFORM 2100-SCAN-NEXT-SOURCE-LINE
                   UNTIL SRCEFILE-EOF
               PERFORM 4900-END-RECORD-LAYOUT
               CLOSE SRCEFILE.
      *
       2100-SCAN-NEXT-SOURCE-LINE.
               AT END
                   MOVE "Y" TO SRCEFILE-EOF-SW
               NOT AT END
                   MOVE SOURCE-RECORD TO LINE-IMAGE
                   PERFORM 2150-EXPAND-TABS
                   MOVE LINE-IMAGE (7:1) TO WORD-WORK
                   IF WORD-WORK (1:1) NOT = "*"
                       MOVE LINE-IMAGE (8:66) TO CODING-AREA
                       PERFORM 2200-EXAMINE-SOURCE-LINE
                   END-IF
           END-READ.
      *
      *    A TAB MOVES TO THE NEXT OF THE COMPILER'S TAB STOPS,
      *    EVERY EIGHT COLUMNS, SO A LINE KEYED WITH TABS STILL
      *    HAS ITS INDICATOR IN COLUMN 7 AND ITS CODE FROM 8.
      *
       2150-EXPAND-TABS.
      *
           MOVE ZERO TO TAB-COUNT.
           INSPECT LINE-IMAGE TALLYING TAB-COUNT
               FOR ALL TAB-CHARACTER.
           IF TAB-COUNT > ZERO
               MOVE LINE-IMAGE TO UNEXPANDED-LINE
               MOVE SPACE TO LINE-IMAGE
               MOVE 1 TO EXPAND-POINTER
               PERFORM 2160-EXPAND-ONE-CHARACTER
                   VARYING CHAR-SUB FROM 1 BY 1
                   UNTIL CHAR-SUB > 80
                       OR EXPAND-POINTER > 80.
      *
       2160-EXPAND-ONE-CHARACTER.
      *
           IF UNEXPANDED-LINE (CHAR-SUB:1) = TAB-CHARACTER
               COMPUTE TAB-STOP = (EXPAND-POINTER - 1) / 8
               COMPUTE EXPAND-POINTER = TAB-STOP * 8 + 9
           ELSE
               MOVE UNEXPANDED-LINE (CHAR-SUB:1)
                   TO LINE-IMAGE (EXPAND-POINTER:1)
               ADD 1 TO EXPAND-POINTER.
      *
       2200-EXAMINE-SOURCE-LINE.
      *
           MOVE FUNCTION UPPER-CASE(CODING-AREA) TO LINE-WORK.
           PERFORM 2210-SPLIT-LINE-WORK.
           PERFORM 2300-EXAMINE-SOURCE-WORD
               VARYING WORD-SUB FROM 1 BY 1
               UNTIL WORD-SUB > 9.
           IF COPYBOOK-PENDING
               PERFORM 4600-MEASURE-COPYBOOK.
      *
       2210-SPLIT-LINE-WORK.
      *
           MOVE SPACE TO SOURCE-WORDS.
           UNSTRING LINE-WORK DELIMITED BY ALL SPACE
               INTO SOURCE-WORD (1)
                    SOURCE-WORD (8)
                    SOURCE-WORD (9)
                    SOURCE-WORD (10).
      *
       2300-EXAMINE-SOURCE-WORD.
      *
           MOVE SOURCE-WORD (WORD-SUB) TO WORD-WORK.
           PERFORM 2400-TRIM-PUNCTUATION.
           IF WORD-WORK NOT = SPACE
               PERFORM 3000-TRACK-FILE-USAGE
               PERFORM 4000-TRACK-RECORD-LAYOUT.
           EVALUATE WORD-WORK
               WHEN "PROGRAM-ID"
               WHEN "CLASS-ID"
      *    QUOTES AND A TRAILING PERIOD CLING TO THE WORDS THE
      *    SCAN CARES ABOUT -- PROGRAM NAMES, LITERAL CALL
      *    TARGETS, COPYBOOK NAMES. A PERIOD INSIDE THE WORD, AS
      *    IN A COPYBOOK FILE NAME, IS LEFT ALONE. THE TRAILING
      *    PERIOD IS NOTED, SINCE IT ENDS A DATA DESCRIPTION ENTRY.
      *
           MOVE "N" TO WORD-ENDS-ENTRY-SW.
           INSPECT WORD-WORK REPLACING ALL QUOTE BY SPACE.
           INSPECT WORD-WORK REPLACING ALL "'" BY SPACE.
           MOVE FUNCTION TRIM(WORD-WORK) TO WORD-WORK.
           COMPUTE WORD-LENGTH = 40 - WORD-LENGTH.
           IF WORD-LENGTH > ZERO
               IF WORD-WORK (WORD-LENGTH:1) = "."
                   MOVE SPACE TO WORD-WORK (WORD-LENGTH:1)
                   SUBTRACT 1 FROM WORD-LENGTH
                   MOVE "Y" TO WORD-ENDS-ENTRY-SW.
      *
       2500-RECORD-PROGRAM-NAME.
      *
           IF CP-COPYBOOK-NAME (REF-SUB) = WORD-WORK (1:30)
               AND CP-USING-PROGRAM (REF-SUB) = CURRENT-PROGRAM-NAME
               MOVE "Y" TO REFERENCE-KNOWN-SW.
      *
       3000-TRACK-FILE-USAGE.
      *
      *    SELECT NAMES THE FILE, ASSIGN GIVES ITS PATH, AND AN
      *    OPEN LISTS FILES UNDER EACH MODE UNTIL A WORD TURNS UP
      *    THAT IS NEITHER A MODE NOR ONE OF THE PROGRAM'S FILES.
      *    THE LISTS RUN ON ACROSS CONTINUATION LINES.
      *
           EVALUATE TRUE
               WHEN EXPECTING-SELECT-NAME
                   IF WORD-WORK NOT = "OPTIONAL"
                       MOVE WORD-WORK (1:30) TO PENDING-SELECT-NAME
                       MOVE SPACE TO FILE-SCAN-STATE-SW
                   END-IF
               WHEN EXPECTING-ASSIGN-NAME
                   EVALUATE WORD-WORK
                       WHEN "TO"
                           CONTINUE
                       WHEN "DYNAMIC"
                           MOVE "Y" TO DYNAMIC-ASSIGN-SW
                       WHEN OTHER
                           PERFORM 3100-RECORD-SELECT-ENTRY
                           MOVE SPACE TO FILE-SCAN-STATE-SW
                   END-EVALUATE
               WHEN WORD-WORK = "SELECT"
                   MOVE "S" TO FILE-SCAN-STATE-SW
               WHEN WORD-WORK = "ASSIGN"
                   MOVE "A" TO FILE-SCAN-STATE-SW
                   MOVE "N" TO DYNAMIC-ASSIGN-SW
               WHEN WORD-WORK = "OPEN"
                   MOVE "O" TO FILE-SCAN-STATE-SW
                   MOVE SPACE TO CURRENT-OPEN-MODE
               WHEN WORD-WORK = "USING"
                   MOVE "G" TO FILE-SCAN-STATE-SW
                   MOVE "I" TO CURRENT-OPEN-MODE
               WHEN WORD-WORK = "GIVING"
                   MOVE "G" TO FILE-SCAN-STATE-SW
                   MOVE "O" TO CURRENT-OPEN-MODE
               WHEN LISTING-OPEN-FILES AND WORD-WORK = "INPUT"
                   MOVE "I" TO CURRENT-OPEN-MODE
               WHEN LISTING-OPEN-FILES AND WORD-WORK = "OUTPUT"
                   MOVE "O" TO CURRENT-OPEN-MODE
               WHEN LISTING-OPEN-FILES AND WORD-WORK = "I-O"
                   MOVE "U" TO CURRENT-OPEN-MODE
               WHEN LISTING-OPEN-FILES AND WORD-WORK = "EXTEND"
                   MOVE "E" TO CURRENT-OPEN-MODE
               WHEN LISTING-OPEN-FILES
               WHEN LISTING-SORT-FILES
                   PERFORM 3200-RECORD-OPEN-MODE
           END-EVALUATE.
      *
       3100-RECORD-SELECT-ENTRY.
      *
           MOVE ZERO TO QUOTE-COUNT.
           INSPECT SOURCE-WORD (WORD-SUB)
               TALLYING QUOTE-COUNT FOR ALL QUOTE.
           IF QUOTE-COUNT > ZERO
               PERFORM 3110-RESOLVE-ASSIGN-PATH
           ELSE
               IF DYNAMIC-ASSIGN
                   MOVE SPACE TO RESOLVED-FILE-NAME
                   STRING "DYNAMIC " WORD-WORK DELIMITED BY SPACE
                       INTO RESOLVED-FILE-NAME
               ELSE
                   MOVE WORD-WORK (1:30) TO RESOLVED-FILE-NAME.
           IF SELECT-COUNT < SELECT-LIMIT
               ADD 1 TO SELECT-COUNT
               MOVE PENDING-SELECT-NAME
                   TO SF-LOGICAL-NAME (SELECT-COUNT)
               MOVE RESOLVED-FILE-NAME
                   TO SF-FILE-NAME (SELECT-COUNT)
               PERFORM 3300-FIND-FILE-USE-ENTRY
           ELSE
               DISPLAY "SELECT TABLE FULL -- FILE DROPPED: "
                   CURRENT-PROGRAM-NAME " -> " PENDING-SELECT-NAME.
      *
      *    ONLY WHAT FOLLOWS THE LAST BACKSLASH OR SLASH IS KEPT,
      *    SO C:\COBOL\DATA\INVMAST.DAT BECOMES INVMAST.DAT.
      *
       3110-RESOLVE-ASSIGN-PATH.
      *
           MOVE "N"  TO SEPARATOR-FOUND-SW.
           MOVE ZERO TO SEPARATOR-POSITION.
           PERFORM 3120-TEST-PATH-CHARACTER
               VARYING CHAR-SUB FROM WORD-LENGTH BY -1
               UNTIL CHAR-SUB < 1
                   OR SEPARATOR-FOUND.
           IF SEPARATOR-POSITION < 40
               MOVE WORD-WORK (SEPARATOR-POSITION + 1:)
                   TO RESOLVED-FILE-NAME
           ELSE
               MOVE WORD-WORK (1:30) TO RESOLVED-FILE-NAME.
      *
       3120-TEST-PATH-CHARACTER.
      *
           IF WORD-WORK (CHAR-SUB:1) = "\" OR "/"
               MOVE "Y"      TO SEPARATOR-FOUND-SW
               MOVE CHAR-SUB TO SEPARATOR-POSITION.
      *
       3200-RECORD-OPEN-MODE.
      *
           MOVE "N" TO SELECT-FOUND-SW.
           PERFORM 3210-TEST-SELECT-NAME
               VARYING SELECT-SUB FROM 1 BY 1
               UNTIL SELECT-FOUND
                   OR SELECT-SUB > SELECT-COUNT.
           IF NOT SELECT-FOUND
               MOVE SPACE TO FILE-SCAN-STATE-SW
           ELSE
               PERFORM 3300-FIND-FILE-USE-ENTRY
               IF FILE-USE-SUB > ZERO
                   EVALUATE TRUE
                       WHEN OPEN-MODE-INPUT
                           MOVE "Y" TO FU-INPUT-SW (FILE-USE-SUB)
                       WHEN OPEN-MODE-OUTPUT
                           MOVE "Y" TO FU-OUTPUT-SW (FILE-USE-SUB)
                       WHEN OPEN-MODE-I-O
                           MOVE "Y" TO FU-I-O-SW (FILE-USE-SUB)
                       WHEN OPEN-MODE-EXTEND
                           MOVE "Y" TO FU-EXTEND-SW (FILE-USE-SUB)
                   END-EVALUATE.
      *
       3210-TEST-SELECT-NAME.
      *
           IF SF-LOGICAL-NAME (SELECT-SUB) = WORD-WORK (1:30)
               MOVE "Y" TO SELECT-FOUND-SW
               MOVE SF-FILE-NAME (SELECT-SUB) TO RESOLVED-FILE-NAME.
      *
      *    RETURNS THE ENTRY FOR THE RESOLVED FILE NAME AND THE
      *    CURRENT PROGRAM IN FILE-USE-SUB, ADDING IT IF IT IS NEW.
      *    ZERO MEANS THE TABLE IS FULL.
      *
       3300-FIND-FILE-USE-ENTRY.
      *
           MOVE ZERO TO FILE-USE-SUB.
           PERFORM 3310-TEST-FILE-USE-ENTRY
               VARYING FILE-SCAN-SUB FROM 1 BY 1
               UNTIL FILE-USE-SUB > ZERO
                   OR FILE-SCAN-SUB > FILE-USE-COUNT.
           IF FILE-USE-SUB = ZERO
               IF FILE-USE-COUNT < FILE-USE-LIMIT
                   ADD 1 TO FILE-USE-COUNT
                   MOVE FILE-USE-COUNT TO FILE-USE-SUB
                   MOVE RESOLVED-FILE-NAME
                       TO FU-FILE-NAME (FILE-USE-SUB)
                   MOVE CURRENT-PROGRAM-NAME
                       TO FU-PROGRAM-NAME (FILE-USE-SUB)
                   MOVE "N" TO FU-INPUT-SW (FILE-USE-SUB)
                               FU-OUTPUT-SW (FILE-USE-SUB)
                               FU-I-O-SW (FILE-USE-SUB)
                               FU-EXTEND-SW (FILE-USE-SUB)
                               FU-MATRIX-PRINTED-SW (FILE-USE-SUB)
                               FU-WRITER-PRINTED-SW (FILE-USE-SUB)
               ELSE
                   DISPLAY "FILE TABLE FULL -- USAGE DROPPED: "
                       CURRENT-PROGRAM-NAME " -> " RESOLVED-FILE-NAME.
      *
       3310-TEST-FILE-USE-ENTRY.
      *
           IF FU-FILE-NAME (FILE-SCAN-SUB) = RESOLVED-FILE-NAME
               AND FU-PROGRAM-NAME (FILE-SCAN-SUB)
                   = CURRENT-PROGRAM-NAME
               MOVE FILE-SCAN-SUB TO FILE-USE-SUB.
      *
      *
      *    AN FD STARTS A NEW LAYOUT AND THE NEXT FD, AN SD, OR
      *    THE NEXT SECTION ENDS IT. SORT FILES ARE LEFT OUT; THEIR
      *    RECORDS BELONG TO ONE PROGRAM'S SORT.
      *
       4000-TRACK-RECORD-LAYOUT.
      *
           EVALUATE TRUE
               WHEN WORD-WORK = "FD"
                   PERFORM 4900-END-RECORD-LAYOUT
                   MOVE "F" TO LAYOUT-SCAN-STATE-SW
               WHEN WORD-WORK = "SD"
               WHEN WORD-WORK = "WORKING-STORAGE"
               WHEN WORD-WORK = "LOCAL-STORAGE"
               WHEN WORD-WORK = "LINKAGE"
               WHEN WORD-WORK = "PROCEDURE"
                   PERFORM 4900-END-RECORD-LAYOUT
               WHEN EXPECTING-FD-NAME
                   PERFORM 4100-START-RECORD-LAYOUT
               WHEN COLLECTING-LAYOUT
                   PERFORM 4200-COLLECT-LAYOUT-WORD
           END-EVALUATE.
      *
      *    THE FD NAME IS TRACED THROUGH THE SELECTS TO THE FILE
      *    IT ASSIGNS. THE REST OF THE FD ENTRY UP TO ITS PERIOD
      *    -- LABEL RECORDS, RECORD CONTAINS -- IS PASSED OVER.
      *
       4100-START-RECORD-LAYOUT.
      *
           MOVE "N" TO SELECT-FOUND-SW.
           PERFORM 3210-TEST-SELECT-NAME
               VARYING SELECT-SUB FROM 1 BY 1
               UNTIL SELECT-FOUND
                   OR SELECT-SUB > SELECT-COUNT.
           IF NOT SELECT-FOUND
               MOVE WORD-WORK (1:30) TO RESOLVED-FILE-NAME.
           MOVE "L"  TO LAYOUT-SCAN-STATE-SW.
           MOVE ZERO TO LAYOUT-POSITION
                        STACK-DEPTH.
           MOVE "K"  TO ENTRY-CLAUSE-SW.
           IF WORD-ENDS-ENTRY
               MOVE "N" TO ENTRY-OPEN-SW
           ELSE
               MOVE "Y" TO ENTRY-OPEN-SW.
           IF LAYOUT-COUNT < LAYOUT-LIMIT
               ADD 1 TO LAYOUT-COUNT
               MOVE LAYOUT-COUNT TO CURRENT-LAYOUT-SUB
               MOVE RESOLVED-FILE-NAME
                   TO RL-FILE-NAME (CURRENT-LAYOUT-SUB)
               MOVE CURRENT-PROGRAM-NAME
                   TO RL-PROGRAM-NAME (CURRENT-LAYOUT-SUB)
               MOVE SPACE TO RL-COPYBOOK-NAME (CURRENT-LAYOUT-SUB)
               MOVE ZERO  TO RL-RECORD-LENGTH (CURRENT-LAYOUT-SUB)
                             RL-FIELD-COUNT (CURRENT-LAYOUT-SUB)
               COMPUTE RL-FIRST-FIELD (CURRENT-LAYOUT-SUB)
                   = FIELD-COUNT + 1
               MOVE "N" TO RL-PRINTED-SW (CURRENT-LAYOUT-SUB)
                           RL-DRIFT-SW (CURRENT-LAYOUT-SUB)
           ELSE
               MOVE ZERO TO CURRENT-LAYOUT-SUB
               DISPLAY "LAYOUT TABLE FULL -- FD DROPPED: "
                   CURRENT-PROGRAM-NAME " -> " RESOLVED-FILE-NAME.
      *
      *    A LEVEL NUMBER OPENS AN ENTRY ONLY WHEN THE LAST ONE HAS
      *    BEEN CLOSED BY ITS PERIOD, SO THE NUMBERS IN A PICTURE
      *    OR AN OCCURS ARE NEVER TAKEN FOR LEVELS. A COPY BETWEEN
      *    ENTRIES IS MEASURED ONCE THE REST OF ITS LINE IS DONE.
      *
       4200-COLLECT-LAYOUT-WORD.
      *
           IF CURRENT-LAYOUT-SUB > ZERO
               IF NOT ENTRY-OPEN
                   IF WORD-WORK = "COPY"
                       IF NOT MEASURING-COPYBOOK
                           PERFORM 4700-NOTE-COPYBOOK
                       END-IF
                   ELSE
                       IF WORD-LENGTH > ZERO
                           AND WORD-LENGTH < 3
                           AND WORD-WORK (1:WORD-LENGTH) IS NUMERIC
                           PERFORM 4210-OPEN-LAYOUT-ENTRY
                       END-IF
                   END-IF
               ELSE
                   PERFORM 4300-COLLECT-ENTRY-CLAUSE
               END-IF
               IF WORD-ENDS-ENTRY AND ENTRY-OPEN
                   MOVE "N" TO ENTRY-OPEN-SW
                   IF ENTRY-LEVEL NOT = 88
                       AND ENTRY-LEVEL NOT = 66
                       AND NOT SKIPPING-ENTRY
                       PERFORM 4400-PLACE-LAYOUT-ENTRY.
      *
       4210-OPEN-LAYOUT-ENTRY.
      *
           MOVE "Y" TO ENTRY-OPEN-SW.
           IF WORD-LENGTH = 1
               MOVE WORD-WORK (1:1) TO ENTRY-LEVEL
           ELSE
               MOVE WORD-WORK (1:2) TO ENTRY-LEVEL.
           MOVE "FILLER" TO ENTRY-NAME.
           MOVE SPACE    TO ENTRY-PICTURE
                            ENTRY-USAGE
                            ENTRY-REDEFINES-NAME.
           MOVE 1        TO ENTRY-OCCURS.
           IF ENTRY-LEVEL = 88 OR ENTRY-LEVEL = 66
               MOVE "K" TO ENTRY-CLAUSE-SW
           ELSE
               MOVE "N" TO ENTRY-CLAUSE-SW.
      *
       4300-COLLECT-ENTRY-CLAUSE.
      *
           EVALUATE TRUE
               WHEN SKIPPING-ENTRY
               WHEN SKIPPING-VALUE
                   CONTINUE
               WHEN EXPECTING-PICTURE
                   IF WORD-WORK NOT = "IS"
                       MOVE WORD-WORK (1:30) TO ENTRY-PICTURE
                       MOVE SPACE TO ENTRY-CLAUSE-SW
                   END-IF
               WHEN EXPECTING-USAGE
                   IF WORD-WORK NOT = "IS"
                       MOVE WORD-WORK (1:15) TO ENTRY-USAGE
                       MOVE SPACE TO ENTRY-CLAUSE-SW
                   END-IF
               WHEN EXPECTING-OCCURS
                   PERFORM 4320-CONVERT-OCCURS-COUNT
                   MOVE "T" TO ENTRY-CLAUSE-SW
               WHEN EXPECTING-OCCURS-TO
                   IF WORD-WORK = "TO"
                       MOVE "M" TO ENTRY-CLAUSE-SW
                   ELSE
                       MOVE SPACE TO ENTRY-CLAUSE-SW
                       PERFORM 4310-COLLECT-CLAUSE-KEYWORD
                   END-IF
               WHEN EXPECTING-OCCURS-MAXIMUM
                   PERFORM 4320-CONVERT-OCCURS-COUNT
                   MOVE SPACE TO ENTRY-CLAUSE-SW
               WHEN EXPECTING-REDEFINED-NAME
                   MOVE WORD-WORK (1:30) TO ENTRY-REDEFINES-NAME
                   MOVE SPACE TO ENTRY-CLAUSE-SW
               WHEN OTHER
                   PERFORM 4310-COLLECT-CLAUSE-KEYWORD
           END-EVALUATE.
      *
      *    A VALUE CLAUSE IS PASSED OVER TO THE PERIOD, SO NOTHING
      *    INSIDE A LITERAL IS MISTAKEN FOR A CLAUSE. AN ENTRY
      *    THAT STARTS WITH A CLAUSE RATHER THAN A NAME IS FILLER.
      *
       4310-COLLECT-CLAUSE-KEYWORD.
      *
           EVALUATE WORD-WORK
               WHEN "PIC"
               WHEN "PICTURE"
                   MOVE "P" TO ENTRY-CLAUSE-SW
               WHEN "USAGE"
                   MOVE "U" TO ENTRY-CLAUSE-SW
               WHEN "OCCURS"
                   MOVE "O" TO ENTRY-CLAUSE-SW
               WHEN "REDEFINES"
                   MOVE "R" TO ENTRY-CLAUSE-SW
               WHEN "VALUE"
               WHEN "VALUES"
                   MOVE "V" TO ENTRY-CLAUSE-SW
               WHEN "COMP"
               WHEN "COMP-1"
               WHEN "COMP-2"
               WHEN "COMP-3"
               WHEN "COMP-4"
               WHEN "COMP-5"
               WHEN "COMPUTATIONAL"
               WHEN "COMPUTATIONAL-1"
               WHEN "COMPUTATIONAL-2"
               WHEN "COMPUTATIONAL-3"
               WHEN "COMPUTATIONAL-4"
               WHEN "COMPUTATIONAL-5"
               WHEN "BINARY"
               WHEN "PACKED-DECIMAL"
               WHEN "INDEX"
               WHEN "POINTER"
               WHEN "DISPLAY"
                   MOVE WORD-WORK (1:15) TO ENTRY-USAGE
                   MOVE SPACE TO ENTRY-CLAUSE-SW
               WHEN OTHER
                   IF EXPECTING-ENTRY-NAME
                       MOVE WORD-WORK (1:30) TO ENTRY-NAME
                   END-IF
                   MOVE SPACE TO ENTRY-CLAUSE-SW
           END-EVALUATE.
      *
       4320-CONVERT-OCCURS-COUNT.
      *
           IF WORD-LENGTH > ZERO
               AND WORD-LENGTH < 6
               AND WORD-WORK (1:WORD-LENGTH) IS NUMERIC
               MOVE FUNCTION NUMVAL(WORD-WORK) TO ENTRY-OCCURS.
      *
      *    AN 01 STARTS AGAIN AT OFFSET ZERO -- THE RECORDS OF AN
      *    FD SHARE ONE AREA, AND THE LONGEST SETS ITS LENGTH. A
      *    REDEFINES STARTS AT THE ITEM IT NAMES AND THE POSITION
      *    AFTER IT IS WHICHEVER OF THE TWO RUNS LONGER.
      *
       4400-PLACE-LAYOUT-ENTRY.
      *
           PERFORM 4410-CLOSE-OPEN-GROUPS.
           IF ENTRY-LEVEL = 1
               IF LAYOUT-POSITION
                       > RL-RECORD-LENGTH (CURRENT-LAYOUT-SUB)
                   MOVE LAYOUT-POSITION
                       TO RL-RECORD-LENGTH (CURRENT-LAYOUT-SUB)
               END-IF
               MOVE ZERO TO LAYOUT-POSITION.
           MOVE ZERO TO REDEFINE-END-POSITION.
           IF ENTRY-REDEFINES-NAME NOT = SPACE
               AND ENTRY-LEVEL NOT = 1
               PERFORM 4420-FIND-REDEFINED-ITEM.
           IF ENTRY-USAGE = SPACE
               AND STACK-DEPTH > ZERO
               MOVE GS-USAGE (STACK-DEPTH) TO ENTRY-USAGE.
           PERFORM 4430-ADD-LAYOUT-FIELD.
           IF ENTRY-PICTURE NOT = SPACE
               OR ENTRY-USAGE = "COMP-1" OR "COMP-2"
               OR ENTRY-USAGE = "COMPUTATIONAL-1" OR "COMPUTATIONAL-2"
               OR ENTRY-USAGE = "INDEX" OR "POINTER"
               PERFORM 4500-SIZE-ELEMENTARY-ITEM
               IF FIELD-SUB > ZERO
                   MOVE ELEMENT-SIZE TO LF-OCCURRENCE-LENGTH (FIELD-SUB)
                   COMPUTE LF-LENGTH (FIELD-SUB)
                       = ELEMENT-SIZE * ENTRY-OCCURS
               END-IF
               COMPUTE LAYOUT-POSITION
                   = LAYOUT-POSITION + ELEMENT-SIZE * ENTRY-OCCURS
               IF REDEFINE-END-POSITION > LAYOUT-POSITION
                   MOVE REDEFINE-END-POSITION TO LAYOUT-POSITION
               END-IF
           ELSE
               PERFORM 4440-OPEN-GROUP-ITEM.
      *
       4410-CLOSE-OPEN-GROUPS.
      *
           MOVE "N" TO GROUPS-CLOSED-SW.
           PERFORM 4415-CLOSE-INNERMOST-GROUP
               UNTIL GROUPS-CLOSED.
      *
       4415-CLOSE-INNERMOST-GROUP.
      *
           IF STACK-DEPTH = ZERO
               MOVE "Y" TO GROUPS-CLOSED-SW
           ELSE
               IF GS-LEVEL (STACK-DEPTH) < ENTRY-LEVEL
                   MOVE "Y" TO GROUPS-CLOSED-SW
               ELSE
                   COMPUTE GROUP-SIZE
                       = LAYOUT-POSITION - GS-START (STACK-DEPTH)
                   COMPUTE LAYOUT-POSITION = GS-START (STACK-DEPTH)
                       + GROUP-SIZE * GS-OCCURS (STACK-DEPTH)
                   MOVE GS-FIELD-SUB (STACK-DEPTH) TO FIELD-SUB
                   IF FIELD-SUB > ZERO
                       MOVE GROUP-SIZE
                           TO LF-OCCURRENCE-LENGTH (FIELD-SUB)
                       COMPUTE LF-LENGTH (FIELD-SUB)
                           = LAYOUT-POSITION - GS-START (STACK-DEPTH)
                   END-IF
                   IF GS-REDEFINE-END (STACK-DEPTH) > LAYOUT-POSITION
                       MOVE GS-REDEFINE-END (STACK-DEPTH)
                           TO LAYOUT-POSITION
                   END-IF
                   SUBTRACT 1 FROM STACK-DEPTH.
      *
       4420-FIND-REDEFINED-ITEM.
      *
           MOVE "N" TO REDEFINED-FOUND-SW.
           PERFORM 4425-TEST-REDEFINED-ITEM
               VARYING FIELD-SUB FROM FIELD-COUNT BY -1
               UNTIL REDEFINED-FOUND
                   OR FIELD-SUB < RL-FIRST-FIELD (CURRENT-LAYOUT-SUB).
           IF REDEFINED-FOUND
               MOVE LAYOUT-POSITION TO REDEFINE-END-POSITION
               MOVE LF-OFFSET (FIELD-SUB) TO LAYOUT-POSITION.
      *
       4425-TEST-REDEFINED-ITEM.
      *
           IF LF-FIELD-NAME (FIELD-SUB) = ENTRY-REDEFINES-NAME
               MOVE "Y" TO REDEFINED-FOUND-SW
               ADD 1 TO FIELD-SUB.
      *
       4430-ADD-LAYOUT-FIELD.
      *
           IF FIELD-COUNT < FIELD-LIMIT
               ADD 1 TO FIELD-COUNT
               MOVE FIELD-COUNT TO FIELD-SUB
               ADD 1 TO RL-FIELD-COUNT (CURRENT-LAYOUT-SUB)
               MOVE ENTRY-NAME      TO LF-FIELD-NAME (FIELD-SUB)
               MOVE ENTRY-LEVEL     TO LF-LEVEL (FIELD-SUB)
               MOVE LAYOUT-POSITION TO LF-OFFSET (FIELD-SUB)
               MOVE ZERO            TO LF-LENGTH (FIELD-SUB)
                                       LF-OCCURRENCE-LENGTH (FIELD-SUB)
           ELSE
               MOVE ZERO TO FIELD-SUB
               DISPLAY "FIELD TABLE FULL -- FIELD DROPPED: "
                   CURRENT-PROGRAM-NAME " -> " ENTRY-NAME.
      *
       4440-OPEN-GROUP-ITEM.
      *
           IF STACK-DEPTH < STACK-LIMIT
               ADD 1 TO STACK-DEPTH
               MOVE ENTRY-LEVEL     TO GS-LEVEL (STACK-DEPTH)
               MOVE LAYOUT-POSITION TO GS-START (STACK-DEPTH)
               MOVE ENTRY-OCCURS    TO GS-OCCURS (STACK-DEPTH)
               MOVE FIELD-SUB       TO GS-FIELD-SUB (STACK-DEPTH)
               MOVE REDEFINE-END-POSITION
                   TO GS-REDEFINE-END (STACK-DEPTH)
               MOVE ENTRY-USAGE     TO GS-USAGE (STACK-DEPTH).
      *
      *    BINARY ITEMS TAKE 2, 4, OR 8 BYTES BY THEIR DIGITS AND
      *    PACKED ITEMS HALF THEIR DIGITS PLUS ONE; OTHERWISE EACH
      *    PICTURE CHARACTER BUT S, V, AND P TAKES ONE BYTE.
      *
       4500-SIZE-ELEMENTARY-ITEM.
      *
           MOVE ZERO  TO PICTURE-CHARS
                         PICTURE-DIGITS
                         REPEAT-COUNT.
           MOVE "N"   TO IN-REPEAT-COUNT-SW.
           MOVE SPACE TO PREVIOUS-PICTURE-CHAR.
           PERFORM 4510-SIZE-PICTURE-CHARACTER
               VARYING CHAR-SUB FROM 1 BY 1
               UNTIL CHAR-SUB > 30
                   OR ENTRY-PICTURE (CHAR-SUB:1) = SPACE.
           EVALUATE ENTRY-USAGE
               WHEN "COMP"
               WHEN "COMP-4"
               WHEN "COMP-5"
               WHEN "COMPUTATIONAL"
               WHEN "COMPUTATIONAL-4"
               WHEN "COMPUTATIONAL-5"
               WHEN "BINARY"
                   EVALUATE TRUE
                       WHEN PICTURE-DIGITS < 5
                           MOVE 2 TO ELEMENT-SIZE
                       WHEN PICTURE-DIGITS < 10
                           MOVE 4 TO ELEMENT-SIZE
                       WHEN OTHER
                           MOVE 8 TO ELEMENT-SIZE
                   END-EVALUATE
               WHEN "COMP-3"
               WHEN "COMPUTATIONAL-3"
               WHEN "PACKED-DECIMAL"
                   COMPUTE ELEMENT-SIZE = PICTURE-DIGITS / 2 + 1
               WHEN "COMP-1"
               WHEN "COMPUTATIONAL-1"
               WHEN "INDEX"
               WHEN "POINTER"
                   MOVE 4 TO ELEMENT-SIZE
               WHEN "COMP-2"
               WHEN "COMPUTATIONAL-2"
                   MOVE 8 TO ELEMENT-SIZE
               WHEN OTHER
                   MOVE PICTURE-CHARS TO ELEMENT-SIZE
           END-EVALUATE.
      *
      *    A REPEAT COUNT IN PARENTHESES ADDS ITS VALUE LESS THE
      *    ONE ALREADY COUNTED FOR THE CHARACTER IT FOLLOWS.
      *
       4510-SIZE-PICTURE-CHARACTER.
      *
           MOVE ENTRY-PICTURE (CHAR-SUB:1) TO PICTURE-CHARACTER.
           EVALUATE TRUE
               WHEN PICTURE-CHARACTER = ")"
                   MOVE "N" TO IN-REPEAT-COUNT-SW
                   IF PREVIOUS-PICTURE-CHAR NOT = "S"
                       AND PREVIOUS-PICTURE-CHAR NOT = "V"
                       AND PREVIOUS-PICTURE-CHAR NOT = "P"
                       AND REPEAT-COUNT > ZERO
                       COMPUTE PICTURE-CHARS
                           = PICTURE-CHARS + REPEAT-COUNT - 1
                   END-IF
                   IF PREVIOUS-PICTURE-CHAR = "9"
                       AND REPEAT-COUNT > ZERO
                       COMPUTE PICTURE-DIGITS
                           = PICTURE-DIGITS + REPEAT-COUNT - 1
                   END-IF
               WHEN IN-REPEAT-COUNT
                   IF PICTURE-CHARACTER IS NUMERIC
                       COMPUTE REPEAT-COUNT
                           = REPEAT-COUNT * 10 + PICTURE-DIGIT
                   END-IF
               WHEN PICTURE-CHARACTER = "("
                   MOVE "Y"  TO IN-REPEAT-COUNT-SW
                   MOVE ZERO TO REPEAT-COUNT
               WHEN PICTURE-CHARACTER = "S"
               WHEN PICTURE-CHARACTER = "V"
               WHEN PICTURE-CHARACTER = "P"
                   MOVE PICTURE-CHARACTER TO PREVIOUS-PICTURE-CHAR
               WHEN OTHER
                   ADD 1 TO PICTURE-CHARS
                   IF PICTURE-CHARACTER = "9"
                       ADD 1 TO PICTURE-DIGITS
                   END-IF
                   MOVE PICTURE-CHARACTER TO PREVIOUS-PICTURE-CHAR
           END-EVALUATE.
      *
      *    A COPYBOOK ANOTHER FD HAS ALREADY MEASURED IS NOT READ
      *    AGAIN; THIS FD SHARES THE FIRST ONE'S FIELDS. ENTRIES
      *    WRITTEN AFTER SUCH A COPY IN THE SAME FD ARE NOT ADDED.
      *
       4600-MEASURE-COPYBOOK.
      *
           MOVE "N" TO COPYBOOK-PENDING-SW.
           MOVE "N" TO COPYBOOK-MEASURED-SW.
           PERFORM 4610-TEST-MEASURED-COPYBOOK
               VARYING LAYOUT-SCAN-SUB FROM 1 BY 1
               UNTIL COPYBOOK-MEASURED
                   OR LAYOUT-SCAN-SUB NOT < CURRENT-LAYOUT-SUB.
           IF COPYBOOK-MEASURED
               SUBTRACT 1 FROM LAYOUT-SCAN-SUB
               MOVE RL-RECORD-LENGTH (LAYOUT-SCAN-SUB)
                   TO RL-RECORD-LENGTH (CURRENT-LAYOUT-SUB)
               MOVE RL-FIRST-FIELD (LAYOUT-SCAN-SUB)
                   TO RL-FIRST-FIELD (CURRENT-LAYOUT-SUB)
               MOVE RL-FIELD-COUNT (LAYOUT-SCAN-SUB)
                   TO RL-FIELD-COUNT (CURRENT-LAYOUT-SUB)
               MOVE SPACE TO LAYOUT-SCAN-STATE-SW
           ELSE
               PERFORM 4620-READ-COPYBOOK-LAYOUT.
      *
       4610-TEST-MEASURED-COPYBOOK.
      *
           IF RL-COPYBOOK-NAME (LAYOUT-SCAN-SUB)
                   = RL-COPYBOOK-NAME (CURRENT-LAYOUT-SUB)
               AND RL-RECORD-LENGTH (LAYOUT-SCAN-SUB) > ZERO
               MOVE "Y" TO COPYBOOK-MEASURED-SW.
      *
       4620-READ-COPYBOOK-LAYOUT.
      *
           MOVE SPACE TO CURRENT-COPYBOOK-FILENAME.
           STRING COPYBOOK-DIRECTORY DELIMITED BY SPACE
                  COPY-MEMBER-NAME   DELIMITED BY SPACE
               INTO CURRENT-COPYBOOK-FILENAME.
           MOVE "N" TO COPYFILE-EOF-SW.
           OPEN INPUT COPYFILE.
           IF NOT COPYFILE-SUCCESSFUL
               DISPLAY "COPYBOOK " COPY-MEMBER-NAME
                   " COULD NOT BE OPENED -- "
                   CURRENT-PROGRAM-NAME " LAYOUT NOT MEASURED."
           ELSE
               MOVE "Y" TO MEASURING-COPYBOOK-SW
               PERFORM 4630-MEASURE-NEXT-COPYBOOK-LINE
                   UNTIL COPYFILE-EOF
               MOVE "N" TO MEASURING-COPYBOOK-SW
               CLOSE COPYFILE.
      *
       4630-MEASURE-NEXT-COPYBOOK-LINE.
      *
           READ COPYFILE
               AT END
                   MOVE "Y" TO COPYFILE-EOF-SW
               NOT AT END
                   MOVE COPYBOOK-RECORD TO LINE-IMAGE
                   PERFORM 2150-EXPAND-TABS
                   IF LINE-IMAGE (7:1) NOT = "*"
                       MOVE FUNCTION UPPER-CASE(LINE-IMAGE (8:66))
                           TO LINE-WORK
                       PERFORM 2210-SPLIT-LINE-WORK
                       PERFORM 4640-EXAMINE-COPYBOOK-WORD
                           VARYING WORD-SUB FROM 1 BY 1
                           UNTIL WORD-SUB > 9
                   END-IF
           END-READ.
      *
       4640-EXAMINE-COPYBOOK-WORD.
      *
           MOVE SOURCE-WORD (WORD-SUB) TO WORD-WORK.
           PERFORM 2400-TRIM-PUNCTUATION.
           IF WORD-WORK NOT = SPACE
               PERFORM 4200-COLLECT-LAYOUT-WORD.
      *
      *    THE MEMBER NAME IS TAKEN FROM BETWEEN THE QUOTES ON THE
      *    LINE AS WRITTEN, SO IT KEEPS ITS OWN CASE FOR THE OPEN.
      *
       4700-NOTE-COPYBOOK.
      *
           MOVE SPACE TO COPY-MEMBER-NAME.
           UNSTRING CODING-AREA DELIMITED BY QUOTE OR "'"
               INTO COPY-LEADING-TEXT
                    COPY-MEMBER-NAME.
           IF COPY-MEMBER-NAME = SPACE
               COMPUTE SCAN-SUB = WORD-SUB + 1
               MOVE SOURCE-WORD (SCAN-SUB) TO COPY-MEMBER-NAME
               INSPECT COPY-MEMBER-NAME REPLACING ALL "." BY SPACE.
           IF COPY-MEMBER-NAME NOT = SPACE
               MOVE FUNCTION UPPER-CASE(COPY-MEMBER-NAME)
                   TO RL-COPYBOOK-NAME (CURRENT-LAYOUT-SUB)
               MOVE "Y" TO COPYBOOK-PENDING-SW.
      *
       4900-END-RECORD-LAYOUT.
      *
           IF COLLECTING-LAYOUT
               AND CURRENT-LAYOUT-SUB > ZERO
               MOVE 1 TO ENTRY-LEVEL
               PERFORM 4410-CLOSE-OPEN-GROUPS
               IF LAYOUT-POSITION
                       > RL-RECORD-LENGTH (CURRENT-LAYOUT-SUB)
                   MOVE LAYOUT-POSITION
                       TO RL-RECORD-LENGTH (CURRENT-LAYOUT-SUB).
           MOVE SPACE TO LAYOUT-SCAN-STATE-SW.
      *
       5000-PRINT-CALL-GRAPH.
      *
               MOVE XRF-USER-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES
               MOVE "Y" TO CP-PRINTED-SW (SCAN-SUB).
      *
       7000-PRINT-FILE-USAGE-MATRIX.
      *
           MOVE "FILE USAGE MATRIX " TO XSL-TEXT.
           MOVE XRF-SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           PERFORM 7100-PRINT-FILE-MATRIX
               VARYING FILE-USE-SUB FROM 1 BY 1
               UNTIL FILE-USE-SUB > FILE-USE-COUNT.
           IF FILE-USE-COUNT = ZERO
               MOVE "  NO SELECT STATEMENTS FOUND." TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       7100-PRINT-FILE-MATRIX.
      *
           IF NOT FU-MATRIX-PRINTED (FILE-USE-SUB)
               MOVE FU-FILE-NAME (FILE-USE-SUB) TO XFL-FILE-NAME
               MOVE XRF-FILE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
               PERFORM 7200-PRINT-PROGRAM-MODES
                   VARYING FILE-SCAN-SUB FROM FILE-USE-SUB BY 1
                   UNTIL FILE-SCAN-SUB > FILE-USE-COUNT.
      *
      *    A FILE THAT IS ASSIGNED BUT NEVER OPENED IS USUALLY A
      *    SORT WORK FILE, OR ONE OPENED UNDER A NAME THE SCAN
      *    CANNOT FOLLOW.
      *
       7200-PRINT-PROGRAM-MODES.
      *
           IF NOT FU-MATRIX-PRINTED (FILE-SCAN-SUB)
               AND FU-FILE-NAME (FILE-SCAN-SUB) = XFL-FILE-NAME
               MOVE SPACE TO XML-INPUT XML-OUTPUT XML-I-O
                             XML-EXTEND XML-REMARK
               MOVE FU-PROGRAM-NAME (FILE-SCAN-SUB)
                   TO XML-PROGRAM-NAME
               IF FU-INPUT (FILE-SCAN-SUB)
                   MOVE "   X" TO XML-INPUT
               END-IF
               IF FU-OUTPUT (FILE-SCAN-SUB)
                   MOVE "   X" TO XML-OUTPUT
               END-IF
               IF FU-I-O (FILE-SCAN-SUB)
                   MOVE "   X" TO XML-I-O
               END-IF
               IF FU-EXTEND (FILE-SCAN-SUB)
                   MOVE "   X" TO XML-EXTEND
               END-IF
               IF NOT FU-INPUT (FILE-SCAN-SUB)
                   AND NOT FU-OUTPUT (FILE-SCAN-SUB)
                   AND NOT FU-I-O (FILE-SCAN-SUB)
                   AND NOT FU-EXTEND (FILE-SCAN-SUB)
                   MOVE "NO OPEN FOUND" TO XML-REMARK
               END-IF
               MOVE XRF-MATRIX-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES
               MOVE "Y" TO FU-MATRIX-PRINTED-SW (FILE-SCAN-SUB).
      *
       8000-PRINT-FILE-WRITERS.
      *
           MOVE "FILE WRITERS -- OUTPUT, I-O, EXTEND " TO XSL-TEXT.
           MOVE XRF-SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "N" TO WRITER-FOUND-SW.
           PERFORM 8100-PRINT-FILE-WRITER-GROUP
               VARYING FILE-USE-SUB FROM 1 BY 1
               UNTIL FILE-USE-SUB > FILE-USE-COUNT.
           IF NOT WRITER-FOUND
               MOVE "  NO PROGRAM OPENS A FILE FOR UPDATE."
                   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
      *    A FILE IS HEADED ONLY AT ITS FIRST WRITER, SO FILES
      *    THAT ARE ONLY EVER READ DO NOT APPEAR HERE AT ALL.
      *
       8100-PRINT-FILE-WRITER-GROUP.
      *
           IF NOT FU-WRITER-PRINTED (FILE-USE-SUB)
               AND (FU-OUTPUT (FILE-USE-SUB)
                   OR FU-I-O (FILE-USE-SUB)
                   OR FU-EXTEND (FILE-USE-SUB))
               MOVE "Y" TO WRITER-FOUND-SW
               MOVE FU-FILE-NAME (FILE-USE-SUB) TO XWF-FILE-NAME
               MOVE XRF-WRITER-FILE-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 2 LINES
               PERFORM 8200-PRINT-ONE-WRITER
                   VARYING FILE-SCAN-SUB FROM FILE-USE-SUB BY 1
                   UNTIL FILE-SCAN-SUB > FILE-USE-COUNT.
      *
       8200-PRINT-ONE-WRITER.
      *
           IF NOT FU-WRITER-PRINTED (FILE-SCAN-SUB)
               AND FU-FILE-NAME (FILE-SCAN-SUB) = XWF-FILE-NAME
               AND (FU-OUTPUT (FILE-SCAN-SUB)
                   OR FU-I-O (FILE-SCAN-SUB)
                   OR FU-EXTEND (FILE-SCAN-SUB))
               MOVE FU-PROGRAM-NAME (FILE-SCAN-SUB)
                   TO XWL-PROGRAM-NAME
               MOVE SPACE TO XWL-MODES
               MOVE 1 TO MODE-POINTER
               IF FU-OUTPUT (FILE-SCAN-SUB)
                   STRING "OUTPUT " DELIMITED BY SIZE
                       INTO XWL-MODES WITH POINTER MODE-POINTER
               END-IF
               IF FU-I-O (FILE-SCAN-SUB)
                   STRING "I-O " DELIMITED BY SIZE
                       INTO XWL-MODES WITH POINTER MODE-POINTER
               END-IF
               IF FU-EXTEND (FILE-SCAN-SUB)
                   STRING "EXTEND" DELIMITED BY SIZE
                       INTO XWL-MODES WITH POINTER MODE-POINTER
               END-IF
               MOVE XRF-WRITER-LINE TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES
               MOVE "Y" TO FU-WRITER-PRINTED-SW (FILE-SCAN-SUB).
      *
      *    ONLY FILES DECLARED BY TWO OR MORE PROGRAMS ARE CHECKED.
      *    EACH SUCH FILE IS LISTED WITH ITS REFERENCE LAYOUT AND
      *    THE NUMBER OF PROGRAMS THAT DRIFT FROM IT, FOLLOWED BY
      *    THOSE PROGRAMS AND THEIR OUT-OF-LINE FIELDS.
      *
       9000-PRINT-LAYOUT-DRIFT.
      *
           MOVE "RECORD LAYOUT DRIFT " TO XSL-TEXT.
           MOVE XRF-SECTION-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE "N" TO LAYOUT-GROUP-FOUND-SW.
           PERFORM 9100-CHECK-FILE-LAYOUTS
               VARYING LAYOUT-SUB FROM 1 BY 1
               UNTIL LAYOUT-SUB > LAYOUT-COUNT.
           IF NOT LAYOUT-GROUP-FOUND
               MOVE "  NO FILE IS DECLARED BY MORE THAN ONE PROGRAM."
                   TO PRINT-AREA
               WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       9100-CHECK-FILE-LAYOUTS.
      *
           IF NOT RL-PRINTED (LAYOUT-SUB)
               MOVE RL-FILE-NAME (LAYOUT-SUB) TO XLF-FILE-NAME
               MOVE ZERO TO GROUP-LAYOUT-COUNT
               PERFORM 9110-COUNT-GROUP-LAYOUT
                   VARYING LAYOUT-SCAN-SUB FROM LAYOUT-SUB BY 1
                   UNTIL LAYOUT-SCAN-SUB > LAYOUT-COUNT
               IF GROUP-LAYOUT-COUNT < 2
                   MOVE "Y" TO RL-PRINTED-SW (LAYOUT-SUB)
               ELSE
                   MOVE "Y" TO LAYOUT-GROUP-FOUND-SW
                   PERFORM 9200-CHOOSE-REFERENCE-LAYOUT
                   PERFORM 9300-PRINT-FILE-LAYOUT-GROUP.
      *
       9110-COUNT-GROUP-LAYOUT.
      *
           IF RL-FILE-NAME (LAYOUT-SCAN-SUB) = XLF-FILE-NAME
               ADD 1 TO GROUP-LAYOUT-COUNT.
      *
      *    A COPYBOOK IN USE FOR THE FILE IS THE REFERENCE. WITHOUT
      *    ONE, THE MAJORITY IS THE RECORD LENGTH SHARED BY THE
      *    MOST PROGRAMS, AND OF THOSE THE LAYOUT THAT SPELLS OUT
      *    THE MOST FIELDS STANDS FOR IT.
      *
       9200-CHOOSE-REFERENCE-LAYOUT.
      *
           MOVE ZERO TO REFERENCE-LAYOUT-SUB.
           PERFORM 9210-TEST-COPYBOOK-LAYOUT
               VARYING LAYOUT-SCAN-SUB FROM LAYOUT-SUB BY 1
               UNTIL REFERENCE-LAYOUT-SUB > ZERO
                   OR LAYOUT-SCAN-SUB > LAYOUT-COUNT.
           MOVE SPACE TO XLF-REFERENCE-TEXT.
           IF REFERENCE-LAYOUT-SUB > ZERO
               STRING "COPYBOOK " DELIMITED BY SIZE
                      RL-COPYBOOK-NAME (REFERENCE-LAYOUT-SUB)
                          DELIMITED BY SPACE
                   INTO XLF-REFERENCE-TEXT
           ELSE
               MOVE ZERO TO BEST-MATCH-COUNT
               PERFORM 9220-TEST-MAJORITY-LAYOUT
                   VARYING LAYOUT-SCAN-SUB FROM LAYOUT-SUB BY 1
                   UNTIL LAYOUT-SCAN-SUB > LAYOUT-COUNT
               IF REFERENCE-LAYOUT-SUB > ZERO
                   STRING "MAJORITY, AS IN " DELIMITED BY SIZE
                          RL-PROGRAM-NAME (REFERENCE-LAYOUT-SUB)
                              DELIMITED BY SPACE
                       INTO XLF-REFERENCE-TEXT
               ELSE
                   MOVE "NO LAYOUT COULD BE MEASURED"
                       TO XLF-REFERENCE-TEXT.
      *
       9210-TEST-COPYBOOK-LAYOUT.
      *
           IF RL-FILE-NAME (LAYOUT-SCAN-SUB) = XLF-FILE-NAME
               AND RL-COPYBOOK-NAME (LAYOUT-SCAN-SUB) NOT = SPACE
               AND RL-RECORD-LENGTH (LAYOUT-SCAN-SUB) > ZERO
               MOVE LAYOUT-SCAN-SUB TO REFERENCE-LAYOUT-SUB.
      *
       9220-TEST-MAJORITY-LAYOUT.
      *
           IF RL-FILE-NAME (LAYOUT-SCAN-SUB) = XLF-FILE-NAME
               AND RL-RECORD-LENGTH (LAYOUT-SCAN-SUB) > ZERO
               MOVE ZERO TO MATCH-COUNT
               PERFORM 9230-COUNT-MATCHING-LENGTH
                   VARYING LAYOUT-MATCH-SUB FROM LAYOUT-SUB BY 1
                   UNTIL LAYOUT-MATCH-SUB > LAYOUT-COUNT
               IF MATCH-COUNT > BEST-MATCH-COUNT
                   OR (MATCH-COUNT = BEST-MATCH-COUNT
                       AND RL-FIELD-COUNT (LAYOUT-SCAN-SUB)
                           > RL-FIELD-COUNT (REFERENCE-LAYOUT-SUB))
                   MOVE MATCH-COUNT     TO BEST-MATCH-COUNT
                   MOVE LAYOUT-SCAN-SUB TO REFERENCE-LAYOUT-SUB.
      *
       9230-COUNT-MATCHING-LENGTH.
      *
           IF RL-FILE-NAME (LAYOUT-MATCH-SUB) = XLF-FILE-NAME
               AND RL-RECORD-LENGTH (LAYOUT-MATCH-SUB)
                   = RL-RECORD-LENGTH (LAYOUT-SCAN-SUB)
               ADD 1 TO MATCH-COUNT.
      *
      *    EVERY LAYOUT IN THE GROUP IS TESTED FIRST SO THE FILE
      *    LINE CAN CARRY THE DRIFT COUNT, THEN THE DRIFTED ONES
      *    ARE PRINTED WITH THEIR FIELDS.
      *
       9300-PRINT-FILE-LAYOUT-GROUP.
      *
           MOVE ZERO TO GROUP-DRIFT-COUNT.
           MOVE "N"  TO PRINT-DRIFTED-FIELDS-SW.
           PERFORM 9400-TEST-LAYOUT-DRIFT
               VARYING LAYOUT-SCAN-SUB FROM LAYOUT-SUB BY 1
               UNTIL LAYOUT-SCAN-SUB > LAYOUT-COUNT.
           ADD GROUP-DRIFT-COUNT  TO LAYOUT-DRIFT-COUNT.
           MOVE GROUP-LAYOUT-COUNT TO XLF-PROGRAM-COUNT.
           MOVE GROUP-DRIFT-COUNT  TO XLF-DRIFT-COUNT.
           MOVE XRF-LAYOUT-FILE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 2 LINES.
           MOVE XLF-REFERENCE-TEXT TO XLR-REFERENCE.
           IF REFERENCE-LAYOUT-SUB > ZERO
               MOVE RL-RECORD-LENGTH (REFERENCE-LAYOUT-SUB)
                   TO XLR-LENGTH
           ELSE
               MOVE ZERO TO XLR-LENGTH.
           MOVE XRF-LAYOUT-REFERENCE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
           MOVE "Y" TO PRINT-DRIFTED-FIELDS-SW.
           PERFORM 9500-PRINT-DRIFTED-LAYOUT
               VARYING LAYOUT-SCAN-SUB FROM LAYOUT-SUB BY 1
               UNTIL LAYOUT-SCAN-SUB > LAYOUT-COUNT.
      *
      *    A LAYOUT SHARING THE REFERENCE'S FIELDS -- THE SAME
      *    COPYBOOK -- AGREES WITHOUT A FIELD-BY-FIELD TEST.
      *
       9400-TEST-LAYOUT-DRIFT.
      *
           IF RL-FILE-NAME (LAYOUT-SCAN-SUB) = XLF-FILE-NAME
               IF RL-RECORD-LENGTH (LAYOUT-SCAN-SUB) = ZERO
                   OR REFERENCE-LAYOUT-SUB = ZERO
                   MOVE "U" TO RL-DRIFT-SW (LAYOUT-SCAN-SUB)
               ELSE
                   IF RL-FIRST-FIELD (LAYOUT-SCAN-SUB)
                           = RL-FIRST-FIELD (REFERENCE-LAYOUT-SUB)
                       MOVE ZERO TO DRIFTED-FIELD-COUNT
                   ELSE
                       PERFORM 9410-TEST-LAYOUT-FIELDS
                   END-IF
                   EVALUATE TRUE
                       WHEN RL-RECORD-LENGTH (LAYOUT-SCAN-SUB)
                               NOT = RL-RECORD-LENGTH
                                         (REFERENCE-LAYOUT-SUB)
                           AND DRIFTED-FIELD-COUNT > ZERO
                           MOVE "B" TO RL-DRIFT-SW (LAYOUT-SCAN-SUB)
                       WHEN RL-RECORD-LENGTH (LAYOUT-SCAN-SUB)
                               NOT = RL-RECORD-LENGTH
                                         (REFERENCE-LAYOUT-SUB)
                           MOVE "L" TO RL-DRIFT-SW (LAYOUT-SCAN-SUB)
                       WHEN DRIFTED-FIELD-COUNT > ZERO
                           MOVE "F" TO RL-DRIFT-SW (LAYOUT-SCAN-SUB)
                       WHEN OTHER
                           MOVE "N" TO RL-DRIFT-SW (LAYOUT-SCAN-SUB)
                   END-EVALUATE
               END-IF
               IF RL-LENGTH-DIFFERS (LAYOUT-SCAN-SUB)
                   OR RL-FIELDS-DIFFER (LAYOUT-SCAN-SUB)
                   OR RL-BOTH-DIFFER (LAYOUT-SCAN-SUB)
                   ADD 1 TO GROUP-DRIFT-COUNT.
      *
       9410-TEST-LAYOUT-FIELDS.
      *
           MOVE ZERO TO DRIFTED-FIELD-COUNT.
           COMPUTE LAST-FIELD-SUB = RL-FIRST-FIELD (LAYOUT-SCAN-SUB)
                                  + RL-FIELD-COUNT (LAYOUT-SCAN-SUB)
                                  - 1.
           COMPUTE LAST-REF-FIELD-SUB
               = RL-FIRST-FIELD (REFERENCE-LAYOUT-SUB)
               + RL-FIELD-COUNT (REFERENCE-LAYOUT-SUB) - 1.
           PERFORM 9420-TEST-FIELD-ALIGNMENT
               VARYING FIELD-SUB FROM RL-FIRST-FIELD (LAYOUT-SCAN-SUB)
                   BY 1
               UNTIL FIELD-SUB > LAST-FIELD-SUB.
      *
      *    A NAMED FIELD IS IN LINE WHEN IT STARTS WHERE SOME
      *    REFERENCE ITEM OR ONE OF ITS OCCURRENCES STARTS AND ENDS
      *    WHERE ONE ENDS. FILLER IS NOT TESTED, SO A PROGRAM THAT
      *    NAMES ONLY THE FIELDS IT NEEDS STILL AGREES, AND NEITHER
      *    IS THE 01 ITSELF -- ITS LENGTH IS TESTED ON ITS OWN.
      *
       9420-TEST-FIELD-ALIGNMENT.
      *
           IF LF-FIELD-NAME (FIELD-SUB) NOT = "FILLER"
               AND LF-LEVEL (FIELD-SUB) NOT = 1
               MOVE "N" TO FIELD-START-FOUND-SW
                           FIELD-END-FOUND-SW
               COMPUTE FIELD-END-OFFSET = LF-OFFSET (FIELD-SUB)
                                        + LF-LENGTH (FIELD-SUB)
               PERFORM 9430-TEST-REFERENCE-BOUNDARY
                   VARYING REF-FIELD-SUB
                       FROM RL-FIRST-FIELD (REFERENCE-LAYOUT-SUB) BY 1
                   UNTIL REF-FIELD-SUB > LAST-REF-FIELD-SUB
                       OR (FIELD-START-FOUND AND FIELD-END-FOUND)
               IF NOT FIELD-START-FOUND
                   OR NOT FIELD-END-FOUND
                   ADD 1 TO DRIFTED-FIELD-COUNT
                   IF PRINT-DRIFTED-FIELDS
                       MOVE LF-FIELD-NAME (FIELD-SUB)
                           TO XLD-FIELD-NAME
                       MOVE LF-OFFSET (FIELD-SUB) TO XLD-OFFSET
                       MOVE LF-LENGTH (FIELD-SUB) TO XLD-LENGTH
                       MOVE XRF-LAYOUT-FIELD-LINE TO PRINT-AREA
                       WRITE PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       9430-TEST-REFERENCE-BOUNDARY.
      *
           IF LF-OCCURRENCE-LENGTH (REF-FIELD-SUB) > ZERO
               COMPUTE RELATIVE-OFFSET = LF-OFFSET (FIELD-SUB)
                                       - LF-OFFSET (REF-FIELD-SUB)
               IF RELATIVE-OFFSET NOT < ZERO
                   AND RELATIVE-OFFSET < LF-LENGTH (REF-FIELD-SUB)
                   AND FUNCTION MOD(RELATIVE-OFFSET,
                           LF-OCCURRENCE-LENGTH (REF-FIELD-SUB)) = ZERO
                   MOVE "Y" TO FIELD-START-FOUND-SW
               END-IF
               COMPUTE RELATIVE-OFFSET = FIELD-END-OFFSET
                                       - LF-OFFSET (REF-FIELD-SUB)
               IF RELATIVE-OFFSET > ZERO
                   AND RELATIVE-OFFSET NOT > LF-LENGTH (REF-FIELD-SUB)
                   AND FUNCTION MOD(RELATIVE-OFFSET,
                           LF-OCCURRENCE-LENGTH (REF-FIELD-SUB)) = ZERO
                   MOVE "Y" TO FIELD-END-FOUND-SW.
      *
       9500-PRINT-DRIFTED-LAYOUT.
      *
           IF RL-FILE-NAME (LAYOUT-SCAN-SUB) = XLF-FILE-NAME
               MOVE "Y" TO RL-PRINTED-SW (LAYOUT-SCAN-SUB)
               IF NOT RL-AGREES (LAYOUT-SCAN-SUB)
                   MOVE RL-PROGRAM-NAME (LAYOUT-SCAN-SUB)
                       TO XLP-PROGRAM-NAME
                   MOVE RL-RECORD-LENGTH (LAYOUT-SCAN-SUB)
                       TO XLP-LENGTH
                   EVALUATE TRUE
                       WHEN RL-LENGTH-DIFFERS (LAYOUT-SCAN-SUB)
                           MOVE "RECORD LENGTH DIFFERS"
                               TO XLP-REMARK
                       WHEN RL-FIELDS-DIFFER (LAYOUT-SCAN-SUB)
                           MOVE "FIELD POSITIONS DIFFER"
                               TO XLP-REMARK
                       WHEN RL-BOTH-DIFFER (LAYOUT-SCAN-SUB)
                           MOVE "LENGTH AND FIELD POSITIONS DIFFER"
                               TO XLP-REMARK
                       WHEN RL-NOT-MEASURED (LAYOUT-SCAN-SUB)
                           MOVE "NOT MEASURED" TO XLP-REMARK
                   END-EVALUATE
                   MOVE XRF-LAYOUT-PROGRAM-LINE TO PRINT-AREA
                   WRITE PRINT-AREA AFTER ADVANCING 1 LINES
                   IF RL-FIELDS-DIFFER (LAYOUT-SCAN-SUB)
                       OR RL-BOTH-DIFFER (LAYOUT-SCAN-SUB)
                       PERFORM 9410-TEST-LAYOUT-FIELDS.
