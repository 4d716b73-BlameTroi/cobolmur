      *    SOMEBODY SIGNS. EVERY ACTION IS LOGGED WITH THE
      *    OPERATOR ID, DATE, AND TIME. THE POSTING RUNS CHECK THE
      *    CALENDAR THROUGH FPC1000 AND DIVERT CLOSED-PERIOD ITEMS
      *    TO SUSPENSE. BEFORE A CLOSE, THE PERIOD'S GLR1000
      *    RESULT IS CHECKED ON GLRECON; IF THE SUBLEDGERS WERE
      *    NOT RECONCILED, OR NEVER RUN, THE SUPERVISOR IS WARNED
      *    AND MUST CONFIRM THE CLOSE.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT FPLOG    ASSIGN TO "c:\cobol\data\fplog.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS FPLOG-FILE-STATUS.
           SELECT GLRECON  ASSIGN TO "c:\cobol\data\glrecon.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS GR-PERIOD
                           FILE STATUS IS GLRECON-FILE-STATUS.
      *
       DATA DIVISION.
      *
           05  PL-OPERATOR-ID          PIC X(8).
           05  PL-PERIOD               PIC 9(6).
           05  PL-ACTION               PIC X(6).
      *
       FD  GLRECON.
      *
       COPY "Glrecon.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  CLOSE-CONFIRMED-SWITCH      PIC X   VALUE "Y".
               88  CLOSE-CONFIRMED                 VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  FISCAL-FILE-STATUS      PIC XX.
               88  FISCAL-NOT-FOUND            VALUE "35".
           05  FPLOG-FILE-STATUS       PIC XX.
               88  FPLOG-SUCCESSFUL            VALUE "00".
           05  GLRECON-FILE-STATUS     PIC XX.
               88  GLRECON-SUCCESSFUL          VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-FUNCTION          PIC X.
               88  OPEN-FUNCTION               VALUE "O".
               88  CLOSE-FUNCTION              VALUE "C".
           05  ENTRY-PERIOD            PIC 9(6).
           05  ENTRY-CONFIRM           PIC X.
      *
       COPY "Sgnreq.cpy".
      *
               WHEN OPEN-FUNCTION OR CLOSE-FUNCTION
                   DISPLAY "ENTER THE PERIOD (YYYYMM)."
                   ACCEPT ENTRY-PERIOD
                   MOVE "Y" TO CLOSE-CONFIRMED-SWITCH
                   IF CLOSE-FUNCTION
                       PERFORM 150-CHECK-RECONCILIATION
                   END-IF
                   IF CLOSE-CONFIRMED
                       PERFORM 200-SET-PERIOD-STATUS
                   ELSE
                       DISPLAY "PERIOD " ENTRY-PERIOD " NOT CHANGED."
                   END-IF
               WHEN OTHER
                   DISPLAY "ENTER O, C, OR X."
           END-EVALUATE.
      *
      *    A MISSING GLRECON FILE OR RECORD MEANS GLR1000 WAS
      *    NEVER RUN FOR THE PERIOD, WHICH IS WARNED THE SAME AS A
      *    FAILED RECONCILIATION. ONLY AN ANSWER OF Y GOES AHEAD.
      *
       150-CHECK-RECONCILIATION.
      *
           MOVE "N" TO GR-RECONCILED-FLAG.
           OPEN INPUT GLRECON.
           IF GLRECON-SUCCESSFUL
               MOVE ENTRY-PERIOD TO GR-PERIOD
               READ GLRECON
                   INVALID KEY
                       MOVE "N" TO GR-RECONCILED-FLAG
                       MOVE ZERO TO GR-RUN-DATE
               END-READ
               CLOSE GLRECON
           ELSE
               MOVE ZERO TO GR-RUN-DATE.
           IF NOT PERIOD-RECONCILED
               IF GR-RUN-DATE = ZERO
                   DISPLAY "WARNING: GLR1000 HAS NOT BEEN RUN FOR "
                       "PERIOD " ENTRY-PERIOD "."
               ELSE
                   DISPLAY "WARNING: PERIOD " ENTRY-PERIOD
                       " DID NOT RECONCILE ON " GR-RUN-DATE "."
                   DISPLAY "SEE THE GLR1000 REPORT FOR THE "
                       "DIFFERENCES."
               END-IF
               DISPLAY "CLOSE IT ANYWAY (Y/N)?"
               ACCEPT ENTRY-CONFIRM
               IF ENTRY-CONFIRM NOT = "Y"
                   MOVE "N" TO CLOSE-CONFIRMED-SWITCH.
      *
       200-SET-PERIOD-STATUS.
      *
