       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. JEG1000.
      *
      *    RECURRING AND REVERSING JOURNAL ENTRIES. RUN AT THE
      *    START OF EACH PERIOD, AHEAD OF GLP1000. EVERY RELEASED
      *    RECURRING ENTRY ON MANJRNL NOT YET WRITTEN FOR THE
      *    CURRENT PERIOD IS WRITTEN TO GLJRNL AGAIN, DATED THE
      *    FIRST OF THE PERIOD. EVERY RELEASED REVERSING ENTRY
      *    FROM AN EARLIER PERIOD THAT HAS NOT YET BEEN REVERSED IS
      *    WRITTEN BACK WITH DEBITS AND CREDITS SWAPPED, DATED THE
      *    FIRST DAY OF THE PERIOD AFTER ITS OWN. EACH ENTRY
      *    RECORDS WHAT HAS BEEN WRITTEN FOR IT, SO A SECOND RUN IN
      *    THE SAME PERIOD WRITES NOTHING TWICE. A DATE WHOSE
      *    PERIOD IS CLOSED IS LEFT FOR THE CONTROLLER ON THE
      *    REGISTER. ENTRIES STILL HELD FOR APPROVAL ARE NOT
      *    TOUCHED.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT MANJRNL  ASSIGN TO "c:\cobol\data\manjrnl.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS MJ-ENTRY-NO
                           FILE STATUS IS MANJRNL-FILE-STATUS.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT JEGRPT   ASSIGN TO "c:\cobol\data\jeg1rpt.prn".
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  MANJRNL.
      *
       COPY "Mjentry.cpy".
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       FD  JEGRPT.
       01  JEG-PRINT-AREA          PIC X(90).
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  MANJRNL-EOF-SWITCH          PIC X   VALUE "N".
               88  MANJRNL-EOF                     VALUE "Y".
           05  REVERSE-LINES-SWITCH        PIC X.
               88  REVERSE-LINES                   VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  MANJRNL-FILE-STATUS     PIC XX.
               88  MANJRNL-SUCCESSFUL          VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
      *
       01  COUNT-FIELDS.
           05  RECURRING-WRITTEN       PIC 9(5)    VALUE ZERO.
           05  REVERSALS-WRITTEN       PIC 9(5)    VALUE ZERO.
           05  ENTRIES-HELD-CLOSED     PIC 9(5)    VALUE ZERO.
      *
       01  GENERATION-WORK-FIELDS.
           05  CURRENT-PERIOD          PIC 9(6).
           05  GENERATION-DATE         PIC 9(8).
           05  FILLER REDEFINES GENERATION-DATE.
               10  GENERATION-YEAR     PIC 9(4).
               10  GENERATION-MONTH    PIC 9(2).
               10  GENERATION-DAY      PIC 9(2).
           05  LINE-SUB                PIC S9(3)   COMP.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Fpcreq.cpy".
      *
       01  JEG-HEADING-LINE-1.
           05  FILLER                  PIC X(44) VALUE
               "JEG1000  RECURRING AND REVERSING ENTRIES FOR".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  JHL-CURRENT-PERIOD      PIC 9(6).
      *
       01  JEG-HEADING-LINE-2.
           05  FILLER                  PIC X(8)  VALUE "ENTRY".
           05  FILLER                  PIC X(10) VALUE "DATED".
           05  FILLER                  PIC X(11) VALUE "ACTION".
           05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(15) VALUE
               "   ENTRY TOTAL".
      *
       01  JEG-DETAIL-LINE.
           05  JDL-ENTRY-NO            PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  JDL-ENTRY-DATE          PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  JDL-ACTION              PIC X(9).
           05  FILLER                  PIC X(2)  VALUE SPACE.
           05  JDL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  JDL-ENTRY-TOTAL         PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  JEG-TOTAL-LINE.
           05  FILLER                  PIC X(20)
               VALUE "RECURRING WRITTEN  ".
           05  JTL-RECURRING-COUNT     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22)
               VALUE "    REVERSALS WRITTEN ".
           05  JTL-REVERSAL-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22)
               VALUE "    CLOSED-PERIOD HELD".
           05  JTL-HELD-COUNT          PIC ZZ,ZZ9.
      *
       PROCEDURE DIVISION.
      *
       000-GENERATE-MANUAL-ENTRIES.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE RUN-DATE (1:6) TO CURRENT-PERIOD.
           OPEN OUTPUT JEGRPT.
           MOVE CURRENT-PERIOD TO JHL-CURRENT-PERIOD.
           MOVE JEG-HEADING-LINE-1 TO JEG-PRINT-AREA.
           WRITE JEG-PRINT-AREA AFTER ADVANCING PAGE.
           MOVE JEG-HEADING-LINE-2 TO JEG-PRINT-AREA.
           WRITE JEG-PRINT-AREA AFTER ADVANCING 2 LINES.
           OPEN I-O MANJRNL.
           IF NOT MANJRNL-SUCCESSFUL
               MOVE "NO MANUAL JOURNAL ENTRIES ON FILE."
                   TO JEG-PRINT-AREA
               WRITE JEG-PRINT-AREA AFTER ADVANCING 1 LINES
           ELSE
               OPEN EXTEND GLJRNL
               IF NOT GLJRNL-SUCCESSFUL
                   OPEN OUTPUT GLJRNL
               END-IF
               IF NOT GLJRNL-SUCCESSFUL
                   DISPLAY "JEG1000 JOURNAL COULD NOT BE OPENED -- "
                       "STATUS " GLJRNL-FILE-STATUS
               ELSE
                   PERFORM 100-CHECK-NEXT-ENTRY
                       UNTIL MANJRNL-EOF
                   CLOSE GLJRNL
               END-IF
               CLOSE MANJRNL.
           MOVE RECURRING-WRITTEN   TO JTL-RECURRING-COUNT.
           MOVE REVERSALS-WRITTEN   TO JTL-REVERSAL-COUNT.
           MOVE ENTRIES-HELD-CLOSED TO JTL-HELD-COUNT.
           MOVE JEG-TOTAL-LINE TO JEG-PRINT-AREA.
           WRITE JEG-PRINT-AREA AFTER ADVANCING 2 LINES.
           CLOSE JEGRPT.
           DISPLAY "JEG1000 RECURRING WRITTEN " RECURRING-WRITTEN
               "  REVERSALS WRITTEN " REVERSALS-WRITTEN
               "  HELD BY CLOSED PERIOD " ENTRIES-HELD-CLOSED.
           STOP RUN.
      *
       100-CHECK-NEXT-ENTRY.
      *
           READ MANJRNL NEXT RECORD
               AT END
                   MOVE "Y" TO MANJRNL-EOF-SWITCH
               NOT AT END
                   IF ENTRY-RELEASED
                       IF RECURRING-ENTRY
                         AND MJ-LAST-PERIOD < CURRENT-PERIOD
                           PERFORM 200-WRITE-RECURRING-ENTRY
                       ELSE
                           IF REVERSING-ENTRY
                             AND MJ-REVERSAL-DATE = ZERO
                             AND MJ-ENTRY-DATE (1:6) < CURRENT-PERIOD
                               PERFORM 300-WRITE-ENTRY-REVERSAL
                           END-IF
                       END-IF
                   END-IF
           END-READ.
      *
      *    A RECURRING ENTRY IS WRITTEN FOR THE CURRENT PERIOD
      *    ONLY -- A PERIOD MISSED WHILE THE RUN WAS NOT MADE IS
      *    NOT FILLED IN BEHIND IT.
      *
       200-WRITE-RECURRING-ENTRY.
      *
           COMPUTE GENERATION-DATE = CURRENT-PERIOD * 100 + 1.
           MOVE "RECURRING" TO JDL-ACTION.
           MOVE GENERATION-DATE TO FC-CHECK-DATE.
           CALL "FPC1000" USING PERIOD-CHECK-REQUEST.
           IF PERIOD-CHECK-CLOSED
               PERFORM 400-PRINT-CLOSED-PERIOD
           ELSE
               MOVE "N" TO REVERSE-LINES-SWITCH
               PERFORM 500-WRITE-GENERATED-LINES
               MOVE CURRENT-PERIOD TO MJ-LAST-PERIOD
               REWRITE MANUAL-JOURNAL-RECORD
               ADD 1 TO RECURRING-WRITTEN
               PERFORM 450-PRINT-GENERATED-ENTRY.
      *
       300-WRITE-ENTRY-REVERSAL.
      *
           MOVE MJ-ENTRY-DATE TO GENERATION-DATE.
           MOVE 1 TO GENERATION-DAY.
           IF GENERATION-MONTH = 12
               ADD 1 TO GENERATION-YEAR
               MOVE 1 TO GENERATION-MONTH
           ELSE
               ADD 1 TO GENERATION-MONTH.
           MOVE "REVERSAL" TO JDL-ACTION.
           MOVE GENERATION-DATE TO FC-CHECK-DATE.
           CALL "FPC1000" USING PERIOD-CHECK-REQUEST.
           IF PERIOD-CHECK-CLOSED
               PERFORM 400-PRINT-CLOSED-PERIOD
           ELSE
               MOVE "Y" TO REVERSE-LINES-SWITCH
               PERFORM 500-WRITE-GENERATED-LINES
               MOVE GENERATION-DATE TO MJ-REVERSAL-DATE
               REWRITE MANUAL-JOURNAL-RECORD
               ADD 1 TO REVERSALS-WRITTEN
               PERFORM 450-PRINT-GENERATED-ENTRY.
      *
       400-PRINT-CLOSED-PERIOD.
      *
           ADD 1 TO ENTRIES-HELD-CLOSED.
           PERFORM 450-PRINT-GENERATED-ENTRY.
           MOVE SPACE TO JEG-PRINT-AREA.
           STRING "    *** PERIOD FOR " GENERATION-DATE
               " IS CLOSED -- NOTHING WRITTEN." DELIMITED BY SIZE
               INTO JEG-PRINT-AREA.
           WRITE JEG-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       450-PRINT-GENERATED-ENTRY.
      *
           MOVE MJ-ENTRY-NO     TO JDL-ENTRY-NO.
           MOVE GENERATION-DATE TO JDL-ENTRY-DATE.
           MOVE MJ-DESCRIPTION  TO JDL-DESCRIPTION.
           MOVE MJ-ENTRY-TOTAL  TO JDL-ENTRY-TOTAL.
           MOVE JEG-DETAIL-LINE TO JEG-PRINT-AREA.
           WRITE JEG-PRINT-AREA AFTER ADVANCING 1 LINES.
      *
       500-WRITE-GENERATED-LINES.
      *
           PERFORM 510-WRITE-GENERATED-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > MJ-LINE-COUNT.
      *
       510-WRITE-GENERATED-LINE.
      *
           MOVE GENERATION-DATE TO GJ-ENTRY-DATE.
           MOVE "MANUAL"        TO GJ-SOURCE-PROGRAM.
           MOVE MJ-ENTERED-BY   TO GJ-ENTERED-BY.
           MOVE MJ-ACCOUNT-NO (LINE-SUB) TO GJ-ACCOUNT-NO.
           IF REVERSE-LINES
               MOVE MJ-CREDIT-AMOUNT (LINE-SUB) TO GJ-DEBIT-AMOUNT
               MOVE MJ-DEBIT-AMOUNT (LINE-SUB)  TO GJ-CREDIT-AMOUNT
           ELSE
               MOVE MJ-DEBIT-AMOUNT (LINE-SUB)  TO GJ-DEBIT-AMOUNT
               MOVE MJ-CREDIT-AMOUNT (LINE-SUB) TO GJ-CREDIT-AMOUNT.
           SET JOURNAL-LINE-UNPOSTED TO TRUE.
           WRITE JOURNAL-ENTRY-RECORD.
