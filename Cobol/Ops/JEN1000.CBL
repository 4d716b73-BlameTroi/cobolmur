       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. JEN1000.
      *
      *    MANUAL JOURNAL ENTRY. ACCRUALS, DEPRECIATION, PAYROLL,
      *    AND CORRECTIONS ARE KEYED HERE AS BALANCED JOURNAL
      *    ENTRIES INSTEAD OF BEING MADE BY CHANGING A CHART
      *    BALANCE, SO EVERY ONE OF THEM LEAVES A TRAIL: THE LINES
      *    REACH GLJRNL AS SOURCE "MANUAL" WITH THE OPERATOR WHO
      *    KEYED THEM, AND GLP1000 POSTS THEM LIKE ANY FEED. EVERY
      *    ACCOUNT MUST BE ON THE CHART, THE ENTRY DATE MUST FALL
      *    IN AN OPEN PERIOD, AND AN ENTRY WHOSE DEBITS AND CREDITS
      *    DO NOT AGREE CANNOT BE SAVED. AN ENTRY OVER THE JECTL
      *    APPROVAL LIMIT IS SAVED HELD ON MANJRNL AND GOES NO
      *    FURTHER UNTIL ANOTHER SUPERVISOR APPROVES IT ON JEA1000.
      *    AN ENTRY MAY BE MARKED RECURRING, WHICH JEG1000 WRITES
      *    AGAIN EVERY PERIOD UNTIL IT IS ENDED HERE, OR
      *    REVERSING, WHICH JEG1000 BACKS OUT ON THE FIRST DAY OF
      *    THE NEXT PERIOD.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT MANJRNL  ASSIGN TO "c:\cobol\data\manjrnl.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS DYNAMIC
                           RECORD KEY IS MJ-ENTRY-NO
                           FILE STATUS IS MANJRNL-FILE-STATUS.
           SELECT GLCHART  ASSIGN TO "c:\cobol\data\glchart.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS GA-ACCOUNT-NO
                           FILE STATUS IS GLCHART-FILE-STATUS.
           SELECT GLJRNL   ASSIGN TO "c:\cobol\data\gljrnl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT JECTL    ASSIGN TO "c:\cobol\data\jectl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS JECTL-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  MANJRNL.
      *
       COPY "Mjentry.cpy".
      *
       FD  GLCHART.
      *
       COPY "Glchart.cpy".
      *
       FD  GLJRNL.
      *
       COPY "Gljrnl.cpy".
      *
       FD  JECTL.
      *
       COPY "Jectl.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  MANJRNL-EOF-SWITCH          PIC X   VALUE "N".
               88  MANJRNL-EOF                     VALUE "Y".
           05  VALID-DATE-SWITCH           PIC X.
               88  VALID-DATE                      VALUE "Y".
           05  ENTRY-STATE-SWITCH          PIC X.
               88  ENTRY-IN-PROGRESS               VALUE "I".
               88  ENTRY-BALANCED                  VALUE "B".
               88  ENTRY-ABANDONED                 VALUE "A".
           05  ENTRY-WRITTEN-SWITCH        PIC X.
               88  ENTRY-WRITTEN                   VALUE "Y".
               88  ENTRY-WRITE-FAILED              VALUE "X".
      *
       01  FILE-STATUS-FIELDS.
           05  MANJRNL-FILE-STATUS     PIC XX.
               88  MANJRNL-SUCCESSFUL          VALUE "00".
               88  MANJRNL-DUPLICATE-KEY       VALUE "22".
               88  MANJRNL-NOT-FOUND           VALUE "35".
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
           05  JECTL-FILE-STATUS       PIC XX.
               88  JECTL-SUCCESSFUL            VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  FUNCTION-CODE           PIC X.
           05  ENTRY-DATE              PIC 9(8).
           05  ENTRY-TYPE              PIC X.
               88  VALID-ENTRY-TYPE            VALUE "S" "R" "V".
           05  ENTRY-ACCOUNT-NO        PIC 9(4).
           05  ENTRY-SIDE              PIC X.
               88  DEBIT-SIDE                  VALUE "D".
               88  CREDIT-SIDE                 VALUE "C".
           05  ENTRY-AMOUNT            PIC 9(9)V99.
           05  ENTRY-ENTRY-NO          PIC 9(6).
           05  CONFIRM-SWITCH          PIC X.
      *
       01  ENTRY-WORK-FIELDS.
           05  NEXT-ENTRY-NO           PIC 9(6)    VALUE 1.
           05  APPROVAL-LIMIT          PIC 9(9)V99 VALUE ZERO.
           05  DEBIT-TOTAL             PIC S9(11)V99.
           05  CREDIT-TOTAL            PIC S9(11)V99.
           05  LINE-SUB                PIC S9(3)   COMP.
      *
       01  DISPLAY-FIELDS.
           05  EDITED-DEBIT-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  EDITED-CREDIT-TOTAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  EDITED-ENTRY-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  EDITED-LINE-NO          PIC Z9.
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Sgnreq.cpy".
      *
       COPY "Fpcreq.cpy".
      *
       COPY "Dtereq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-ENTER-MANUAL-JOURNAL.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "JEN1000 MANUAL JOURNAL ENTRY".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT OPERATOR-AUTHORITY
               DISPLAY "JOURNAL ENTRY NEEDS OPERATOR AUTHORITY."
               STOP RUN.
           OPEN INPUT GLCHART.
           IF NOT GLCHART-SUCCESSFUL
               DISPLAY "CHART OF ACCOUNTS COULD NOT BE OPENED -- "
                   "HAS GLA1000 BUILT IT?"
               STOP RUN.
           OPEN I-O MANJRNL.
           IF MANJRNL-NOT-FOUND
               OPEN OUTPUT MANJRNL
               CLOSE MANJRNL
               OPEN I-O MANJRNL.
           PERFORM 050-LOAD-APPROVAL-LIMIT.
           PERFORM 060-FIND-NEXT-ENTRY-NO.
           PERFORM 100-PROCESS-ENTRY-FUNCTION
               UNTIL END-OF-SESSION.
           CLOSE MANJRNL
                 GLCHART.
           DISPLAY "JEN1000 SESSION ENDED.".
           STOP RUN.
      *
       050-LOAD-APPROVAL-LIMIT.
      *
           OPEN INPUT JECTL.
           IF JECTL-SUCCESSFUL
               READ JECTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JL-APPROVAL-LIMIT NUMERIC
                           MOVE JL-APPROVAL-LIMIT TO APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE JECTL.
           MOVE APPROVAL-LIMIT TO EDITED-ENTRY-TOTAL.
           DISPLAY "ENTRIES OVER " EDITED-ENTRY-TOTAL
               " NEED SUPERVISOR APPROVAL.".
      *
      *    ENTRY NUMBERS RUN ON FROM THE HIGHEST ON FILE; THE KEY
      *    ORDER MEANS THE LAST RECORD READ HOLDS IT.
      *
       060-FIND-NEXT-ENTRY-NO.
      *
           PERFORM 070-READ-NEXT-ENTRY
               UNTIL MANJRNL-EOF.
      *
       070-READ-NEXT-ENTRY.
      *
           READ MANJRNL NEXT RECORD
               AT END
                   MOVE "Y" TO MANJRNL-EOF-SWITCH
               NOT AT END
                   COMPUTE NEXT-ENTRY-NO = MJ-ENTRY-NO + 1
           END-READ.
      *
       100-PROCESS-ENTRY-FUNCTION.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER FUNCTION (E=ENTER AN ENTRY, L=LIST ENTRIES, "
               "S=END A RECURRING ENTRY), OR X TO END.".
           ACCEPT FUNCTION-CODE.
           IF FUNCTION-CODE = "X"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               EVALUATE FUNCTION-CODE
                   WHEN "E" PERFORM 200-ENTER-JOURNAL-ENTRY
                   WHEN "L" PERFORM 600-LIST-JOURNAL-ENTRIES
                   WHEN "S" PERFORM 700-END-RECURRING-ENTRY
                   WHEN OTHER
                       DISPLAY "FUNCTION MUST BE E, L, S, OR X."
               END-EVALUATE.
      *
       200-ENTER-JOURNAL-ENTRY.
      *
           MOVE SPACE TO MANUAL-JOURNAL-RECORD.
           MOVE ZERO  TO MJ-LAST-PERIOD
                         MJ-REVERSAL-DATE
                         MJ-ENTRY-TOTAL
                         MJ-LINE-COUNT
                         DEBIT-TOTAL
                         CREDIT-TOTAL.
           PERFORM 205-CLEAR-ENTRY-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > 20.
           MOVE "N" TO VALID-DATE-SWITCH.
           PERFORM 210-GET-ENTRY-DATE
               UNTIL VALID-DATE.
           IF ENTRY-DATE = ZERO
               DISPLAY "ENTRY CANCELLED."
           ELSE
               MOVE ENTRY-DATE TO MJ-ENTRY-DATE
               MOVE SPACE TO ENTRY-TYPE
               PERFORM 220-GET-ENTRY-TYPE
                   UNTIL VALID-ENTRY-TYPE
               MOVE ENTRY-TYPE TO MJ-ENTRY-TYPE
               DISPLAY "ENTER A DESCRIPTION FOR THE ENTRY."
               ACCEPT MJ-DESCRIPTION
               SET ENTRY-IN-PROGRESS TO TRUE
               PERFORM 230-ENTER-JOURNAL-LINE
                   UNTIL NOT ENTRY-IN-PROGRESS
               IF ENTRY-BALANCED
                   PERFORM 300-SAVE-JOURNAL-ENTRY
               ELSE
                   DISPLAY "ENTRY ABANDONED -- NOTHING SAVED.".
      *
       205-CLEAR-ENTRY-LINE.
      *
           MOVE ZERO TO MJ-ACCOUNT-NO (LINE-SUB)
                        MJ-DEBIT-AMOUNT (LINE-SUB)
                        MJ-CREDIT-AMOUNT (LINE-SUB).
      *
      *    THE DATE MUST BE A REAL ONE, AND ITS PERIOD MUST STILL
      *    BE OPEN -- A CLOSED MONTH STAYS CLOSED TO MANUAL ENTRIES
      *    THE SAME AS TO THE FEEDS.
      *
       210-GET-ENTRY-DATE.
      *
           DISPLAY "ENTER ENTRY DATE (YYYYMMDD), OR 0 TO CANCEL.".
           ACCEPT ENTRY-DATE.
           IF ENTRY-DATE NOT NUMERIC
               DISPLAY "ENTRY DATE MUST BE NUMERIC."
           ELSE
               IF ENTRY-DATE = ZERO
                   MOVE "Y" TO VALID-DATE-SWITCH
               ELSE
                   MOVE ENTRY-DATE TO DC-DATE-1
                   SET DATE-TO-DAYS TO TRUE
                   CALL "DTE1000" USING DATE-CONVERSION-REQUEST
                   IF NOT DATE-REQUEST-OK
                       DISPLAY "THAT IS NOT A VALID DATE."
                   ELSE
                       MOVE ENTRY-DATE TO FC-CHECK-DATE
                       CALL "FPC1000" USING PERIOD-CHECK-REQUEST
                       IF PERIOD-CHECK-CLOSED
                           DISPLAY "THE PERIOD FOR " ENTRY-DATE
                               " IS CLOSED -- ENTER AN OPEN DATE."
                       ELSE
                           MOVE "Y" TO VALID-DATE-SWITCH.
      *
       220-GET-ENTRY-TYPE.
      *
           DISPLAY "ENTER ENTRY TYPE (S=STANDARD, R=RECURRING EVERY "
               "PERIOD, V=REVERSING NEXT PERIOD).".
           ACCEPT ENTRY-TYPE.
           IF NOT VALID-ENTRY-TYPE
               DISPLAY "ENTRY TYPE MUST BE S, R, OR V.".
      *
       230-ENTER-JOURNAL-LINE.
      *
           IF MJ-LINE-COUNT = 20
               DISPLAY "THE ENTRY HOLDS 20 LINES -- NO MORE CAN BE "
                   "ADDED."
               MOVE ZERO TO ENTRY-ACCOUNT-NO
           ELSE
               COMPUTE EDITED-LINE-NO = MJ-LINE-COUNT + 1
               DISPLAY "LINE " EDITED-LINE-NO ": ENTER ACCOUNT "
                   "NUMBER, OR 0 TO FINISH THE ENTRY."
               ACCEPT ENTRY-ACCOUNT-NO.
           IF ENTRY-ACCOUNT-NO = ZERO
               PERFORM 250-FINISH-JOURNAL-ENTRY
           ELSE
               PERFORM 240-ADD-JOURNAL-LINE.
      *
       240-ADD-JOURNAL-LINE.
      *
           MOVE ENTRY-ACCOUNT-NO TO GA-ACCOUNT-NO.
           READ GLCHART
               INVALID KEY
                   DISPLAY "ACCOUNT " ENTRY-ACCOUNT-NO
                       " IS NOT ON THE CHART OF ACCOUNTS."
               NOT INVALID KEY
                   DISPLAY "ACCOUNT " GA-ACCOUNT-NO "  "
                       GA-ACCOUNT-NAME
                   MOVE SPACE TO ENTRY-SIDE
                   PERFORM 245-GET-LINE-SIDE
                       UNTIL DEBIT-SIDE OR CREDIT-SIDE
                   DISPLAY "ENTER AMOUNT."
                   ACCEPT ENTRY-AMOUNT
                   IF ENTRY-AMOUNT = ZERO
                       DISPLAY "AMOUNT MUST BE GREATER THAN ZERO -- "
                           "LINE NOT ADDED."
                   ELSE
                       ADD 1 TO MJ-LINE-COUNT
                       MOVE MJ-LINE-COUNT TO LINE-SUB
                       MOVE ENTRY-ACCOUNT-NO
                           TO MJ-ACCOUNT-NO (LINE-SUB)
                       IF DEBIT-SIDE
                           MOVE ENTRY-AMOUNT
                               TO MJ-DEBIT-AMOUNT (LINE-SUB)
                           ADD ENTRY-AMOUNT TO DEBIT-TOTAL
                       ELSE
                           MOVE ENTRY-AMOUNT
                               TO MJ-CREDIT-AMOUNT (LINE-SUB)
                           ADD ENTRY-AMOUNT TO CREDIT-TOTAL
                       END-IF
                       MOVE DEBIT-TOTAL  TO EDITED-DEBIT-TOTAL
                       MOVE CREDIT-TOTAL TO EDITED-CREDIT-TOTAL
                       DISPLAY "DEBITS " EDITED-DEBIT-TOTAL
                           "  CREDITS " EDITED-CREDIT-TOTAL
                   END-IF
           END-READ.
      *
       245-GET-LINE-SIDE.
      *
           DISPLAY "ENTER D TO DEBIT OR C TO CREDIT THE ACCOUNT.".
           ACCEPT ENTRY-SIDE.
           IF NOT DEBIT-SIDE AND NOT CREDIT-SIDE
               DISPLAY "ENTER D OR C.".
      *
      *    AN ENTRY THAT DOES NOT BALANCE IS NEVER SAVED. THE
      *    OPERATOR CAN GO ON ADDING LINES UNTIL IT DOES, OR GIVE
      *    IT UP.
      *
       250-FINISH-JOURNAL-ENTRY.
      *
           IF MJ-LINE-COUNT > 1
             AND DEBIT-TOTAL = CREDIT-TOTAL
               SET ENTRY-BALANCED TO TRUE
           ELSE
               MOVE DEBIT-TOTAL  TO EDITED-DEBIT-TOTAL
               MOVE CREDIT-TOTAL TO EDITED-CREDIT-TOTAL
               DISPLAY "ENTRY DOES NOT BALANCE -- DEBITS "
                   EDITED-DEBIT-TOTAL "  CREDITS "
                   EDITED-CREDIT-TOTAL
               IF MJ-LINE-COUNT = 20
                   SET ENTRY-ABANDONED TO TRUE
               ELSE
                   DISPLAY "ENTER Y TO ABANDON THE ENTRY, OR N TO "
                       "ADD MORE LINES."
                   ACCEPT CONFIRM-SWITCH
                   IF CONFIRM-SWITCH = "Y"
                       SET ENTRY-ABANDONED TO TRUE.
      *
      *    AN ENTRY WITHIN THE LIMIT GOES STRAIGHT TO GLJRNL FOR
      *    THE NEXT POSTING. ONE OVER IT STAYS HELD ON MANJRNL --
      *    GLP1000 NEVER SEES IT UNTIL IT IS APPROVED.
      *
       300-SAVE-JOURNAL-ENTRY.
      *
           MOVE NEXT-ENTRY-NO  TO MJ-ENTRY-NO.
           MOVE DEBIT-TOTAL    TO MJ-ENTRY-TOTAL.
           MOVE SO-OPERATOR-ID TO MJ-ENTERED-BY.
           IF DEBIT-TOTAL > APPROVAL-LIMIT
               SET ENTRY-AWAITING-APPROVAL TO TRUE
           ELSE
               SET ENTRY-RELEASED TO TRUE
               MOVE MJ-ENTRY-DATE (1:6) TO MJ-LAST-PERIOD.
           MOVE "N" TO ENTRY-WRITTEN-SWITCH.
           PERFORM 310-WRITE-ENTRY-RECORD
               UNTIL ENTRY-WRITTEN OR ENTRY-WRITE-FAILED.
           IF ENTRY-WRITTEN
               COMPUTE NEXT-ENTRY-NO = MJ-ENTRY-NO + 1
               IF ENTRY-AWAITING-APPROVAL
                   DISPLAY "ENTRY " MJ-ENTRY-NO " IS OVER THE "
                       "APPROVAL LIMIT -- HELD FOR A SUPERVISOR ON "
                       "JEA1000."
               ELSE
                   PERFORM 400-WRITE-JOURNAL-LINES
                   DISPLAY "ENTRY " MJ-ENTRY-NO " SAVED AND SENT "
                       "TO THE JOURNAL.".
      *
      *    ANOTHER OPERATOR MAY HAVE TAKEN THE NUMBER SINCE THE
      *    SESSION STARTED; MOVE ON TO THE NEXT ONE.
      *
       310-WRITE-ENTRY-RECORD.
      *
           WRITE MANUAL-JOURNAL-RECORD
               INVALID KEY
                   IF MANJRNL-DUPLICATE-KEY
                       ADD 1 TO MJ-ENTRY-NO
                   ELSE
                       DISPLAY "WRITE ERROR ON MANJRNL -- STATUS "
                           MANJRNL-FILE-STATUS
                       DISPLAY "ENTRY NOT SAVED."
                       MOVE "X" TO ENTRY-WRITTEN-SWITCH
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO ENTRY-WRITTEN-SWITCH
           END-WRITE.
      *
       400-WRITE-JOURNAL-LINES.
      *
           OPEN EXTEND GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               OPEN OUTPUT GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               DISPLAY "JOURNAL NOT WRITTEN -- STATUS "
                   GLJRNL-FILE-STATUS
           ELSE
               PERFORM 410-WRITE-JOURNAL-LINE
                   VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > MJ-LINE-COUNT
               CLOSE GLJRNL.
      *
       410-WRITE-JOURNAL-LINE.
      *
           MOVE MJ-ENTRY-DATE TO GJ-ENTRY-DATE.
           MOVE "MANUAL"      TO GJ-SOURCE-PROGRAM.
           MOVE MJ-ENTERED-BY TO GJ-ENTERED-BY.
           MOVE MJ-ACCOUNT-NO (LINE-SUB)    TO GJ-ACCOUNT-NO.
           MOVE MJ-DEBIT-AMOUNT (LINE-SUB)  TO GJ-DEBIT-AMOUNT.
           MOVE MJ-CREDIT-AMOUNT (LINE-SUB) TO GJ-CREDIT-AMOUNT.
           SET JOURNAL-LINE-UNPOSTED TO TRUE.
           WRITE JOURNAL-ENTRY-RECORD.
      *
       600-LIST-JOURNAL-ENTRIES.
      *
           MOVE ZERO TO MJ-ENTRY-NO.
           MOVE "N" TO MANJRNL-EOF-SWITCH.
           START MANJRNL KEY IS NOT LESS THAN MJ-ENTRY-NO
               INVALID KEY
                   MOVE "Y" TO MANJRNL-EOF-SWITCH
           END-START.
           IF MANJRNL-EOF
               DISPLAY "NO MANUAL ENTRIES ON FILE."
           ELSE
               DISPLAY "ENTRY   DATE     T S ENTERED  "
                   "          TOTAL  DESCRIPTION"
               PERFORM 610-LIST-NEXT-ENTRY
                   UNTIL MANJRNL-EOF.
      *
       610-LIST-NEXT-ENTRY.
      *
           READ MANJRNL NEXT RECORD
               AT END
                   MOVE "Y" TO MANJRNL-EOF-SWITCH
               NOT AT END
                   MOVE MJ-ENTRY-TOTAL TO EDITED-ENTRY-TOTAL
                   DISPLAY MJ-ENTRY-NO "  " MJ-ENTRY-DATE " "
                       MJ-ENTRY-TYPE " " MJ-ENTRY-STATUS " "
                       MJ-ENTERED-BY " " EDITED-ENTRY-TOTAL "  "
                       MJ-DESCRIPTION
           END-READ.
      *
      *    ENDING A RECURRING ENTRY STOPS JEG1000 WRITING IT IN
      *    LATER PERIODS; WHAT IT HAS ALREADY WRITTEN STANDS.
      *
       700-END-RECURRING-ENTRY.
      *
           IF NOT SUPERVISOR-AUTHORITY
               DISPLAY "ENDING A RECURRING ENTRY NEEDS SUPERVISOR "
                   "AUTHORITY."
           ELSE
               DISPLAY "ENTER ENTRY NUMBER."
               ACCEPT ENTRY-ENTRY-NO
               MOVE ENTRY-ENTRY-NO TO MJ-ENTRY-NO
               READ MANJRNL
                   INVALID KEY
                       DISPLAY "ENTRY " ENTRY-ENTRY-NO
                           " IS NOT ON FILE."
                   NOT INVALID KEY
                       PERFORM 710-CONFIRM-END-OF-ENTRY
               END-READ.
      *
       710-CONFIRM-END-OF-ENTRY.
      *
           IF NOT RECURRING-ENTRY
             OR ENTRY-ENDED
               DISPLAY "ENTRY " MJ-ENTRY-NO " IS NOT AN ACTIVE "
                   "RECURRING ENTRY."
           ELSE
               MOVE MJ-ENTRY-TOTAL TO EDITED-ENTRY-TOTAL
               DISPLAY MJ-DESCRIPTION "  " EDITED-ENTRY-TOTAL
                   "  LAST WRITTEN FOR " MJ-LAST-PERIOD
               DISPLAY "END THIS RECURRING ENTRY (Y/N)?"
               ACCEPT CONFIRM-SWITCH
               IF CONFIRM-SWITCH = "Y"
                   SET ENTRY-ENDED TO TRUE
                   REWRITE MANUAL-JOURNAL-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON MANJRNL -- "
                               "STATUS " MANJRNL-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "ENTRY " MJ-ENTRY-NO " ENDED."
                   END-REWRITE.
