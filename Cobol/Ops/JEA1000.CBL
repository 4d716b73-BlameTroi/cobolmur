       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. JEA1000.
      *
      *    MANUAL JOURNAL ENTRY APPROVAL. JEN1000 HOLDS ANY MANUAL
      *    ENTRY WHOSE DEBITS TOTAL MORE THAN THE JECTL LIMIT ON
      *    MANJRNL INSTEAD OF SENDING IT TO THE JOURNAL. A
      *    SUPERVISOR STEPS THROUGH THE HELD ENTRIES HERE AND
      *    APPROVES OR REJECTS EACH ONE. NOBODY MAY REVIEW AN ENTRY
      *    THEY KEYED THEMSELVES. AN APPROVED ENTRY IS WRITTEN TO
      *    GLJRNL FOR GLP1000 TO POST AND KEEPS BOTH OPERATORS ON
      *    MANJRNL; A REJECTED ONE IS DELETED. AN ENTRY WHOSE
      *    PERIOD HAS BEEN CLOSED SINCE IT WAS KEYED CANNOT BE
      *    APPROVED -- REJECT IT AND HAVE IT KEYED AGAIN IN AN
      *    OPEN PERIOD.
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
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  MANJRNL-EOF-SWITCH          PIC X   VALUE "N".
               88  MANJRNL-EOF                     VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  MANJRNL-FILE-STATUS     PIC XX.
               88  MANJRNL-SUCCESSFUL          VALUE "00".
           05  GLCHART-FILE-STATUS     PIC XX.
               88  GLCHART-SUCCESSFUL          VALUE "00".
           05  GLJRNL-FILE-STATUS      PIC XX.
               88  GLJRNL-SUCCESSFUL           VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-ACTION            PIC X.
               88  ENTRY-APPROVE               VALUE "A".
               88  ENTRY-REJECT                VALUE "R".
               88  ENTRY-SKIP                  VALUE "S".
               88  ENTRY-END                   VALUE "X".
               88  VALID-ACTION                VALUE "A" "R" "S" "X".
      *
       01  REVIEW-COUNT-FIELDS.
           05  ENTRIES-APPROVED-COUNT  PIC 9(5)    VALUE ZERO.
           05  ENTRIES-REJECTED-COUNT  PIC 9(5)    VALUE ZERO.
           05  ENTRIES-SKIPPED-COUNT   PIC 9(5)    VALUE ZERO.
      *
       01  REVIEW-WORK-FIELDS.
           05  LINE-SUB                PIC S9(3)   COMP.
      *
       01  DISPLAY-FIELDS.
           05  EDITED-ENTRY-TOTAL      PIC ZZZ,ZZZ,ZZ9.99-.
           05  EDITED-DEBIT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  EDITED-CREDIT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99-.
      *
       COPY "Sgnreq.cpy".
      *
       COPY "Fpcreq.cpy".
      *
       PROCEDURE DIVISION.
      *
       000-REVIEW-JOURNAL-ENTRIES.
      *
           DISPLAY "JEA1000 MANUAL JOURNAL ENTRY APPROVAL".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               STOP RUN.
           IF NOT SUPERVISOR-AUTHORITY
               DISPLAY "JOURNAL ENTRY APPROVAL NEEDS SUPERVISOR "
                   "AUTHORITY."
               STOP RUN.
           OPEN I-O MANJRNL.
           IF NOT MANJRNL-SUCCESSFUL
               DISPLAY "NO MANUAL JOURNAL ENTRIES ARE WAITING."
               STOP RUN.
           OPEN INPUT GLCHART.
           PERFORM 100-REVIEW-NEXT-ENTRY
               UNTIL END-OF-SESSION OR MANJRNL-EOF.
           CLOSE MANJRNL
                 GLCHART.
           DISPLAY "JEA1000 APPROVED " ENTRIES-APPROVED-COUNT
               "  REJECTED " ENTRIES-REJECTED-COUNT
               "  LEFT WAITING " ENTRIES-SKIPPED-COUNT.
           STOP RUN.
      *
       100-REVIEW-NEXT-ENTRY.
      *
           READ MANJRNL NEXT RECORD
               AT END
                   MOVE "Y" TO MANJRNL-EOF-SWITCH
                   DISPLAY "NO MORE ENTRIES WAITING."
               NOT AT END
                   IF ENTRY-AWAITING-APPROVAL
                       PERFORM 200-SHOW-HELD-ENTRY
                       IF MJ-ENTERED-BY = SO-OPERATOR-ID
                           DISPLAY "YOU KEYED THIS ENTRY -- ANOTHER "
                               "SUPERVISOR MUST REVIEW IT."
                           ADD 1 TO ENTRIES-SKIPPED-COUNT
                       ELSE
                           MOVE SPACE TO ENTRY-ACTION
                           PERFORM 300-GET-REVIEW-ACTION
                               UNTIL VALID-ACTION
                           PERFORM 400-APPLY-REVIEW-ACTION
                       END-IF
                   END-IF
           END-READ.
      *
       200-SHOW-HELD-ENTRY.
      *
           DISPLAY "-----------------------------------------------".
           MOVE MJ-ENTRY-TOTAL TO EDITED-ENTRY-TOTAL.
           DISPLAY "ENTRY " MJ-ENTRY-NO "  DATED " MJ-ENTRY-DATE
               "  TYPE " MJ-ENTRY-TYPE "  TOTAL " EDITED-ENTRY-TOTAL.
           DISPLAY "  " MJ-DESCRIPTION.
           DISPLAY "  KEYED BY " MJ-ENTERED-BY.
           PERFORM 210-SHOW-ENTRY-LINE
               VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > MJ-LINE-COUNT.
      *
       210-SHOW-ENTRY-LINE.
      *
           MOVE MJ-ACCOUNT-NO (LINE-SUB) TO GA-ACCOUNT-NO.
           IF GLCHART-SUCCESSFUL
               READ GLCHART
                   INVALID KEY
                       MOVE "*** NO LONGER ON THE CHART ***"
                           TO GA-ACCOUNT-NAME
               END-READ
           ELSE
               MOVE SPACE TO GA-ACCOUNT-NAME.
           MOVE MJ-DEBIT-AMOUNT (LINE-SUB)  TO EDITED-DEBIT-AMOUNT.
           MOVE MJ-CREDIT-AMOUNT (LINE-SUB) TO EDITED-CREDIT-AMOUNT.
           DISPLAY "  " MJ-ACCOUNT-NO (LINE-SUB) " "
               GA-ACCOUNT-NAME " DR " EDITED-DEBIT-AMOUNT
               " CR " EDITED-CREDIT-AMOUNT.
      *
       300-GET-REVIEW-ACTION.
      *
           DISPLAY "ENTER A TO APPROVE, R TO REJECT, S TO SKIP, "
               "OR X TO END.".
           ACCEPT ENTRY-ACTION.
           IF NOT VALID-ACTION
               DISPLAY "ENTER A, R, S, OR X.".
      *
       400-APPLY-REVIEW-ACTION.
      *
           EVALUATE TRUE
               WHEN ENTRY-APPROVE
                   PERFORM 500-APPROVE-HELD-ENTRY
               WHEN ENTRY-REJECT
                   PERFORM 600-DELETE-HELD-ENTRY
               WHEN ENTRY-SKIP
                   ADD 1 TO ENTRIES-SKIPPED-COUNT
               WHEN ENTRY-END
                   MOVE "Y" TO END-OF-SESSION-SWITCH
           END-EVALUATE.
      *
       500-APPROVE-HELD-ENTRY.
      *
           MOVE MJ-ENTRY-DATE TO FC-CHECK-DATE.
           CALL "FPC1000" USING PERIOD-CHECK-REQUEST.
           IF PERIOD-CHECK-CLOSED
               DISPLAY "THE PERIOD FOR " MJ-ENTRY-DATE " HAS BEEN "
                   "CLOSED -- REJECT IT AND RE-KEY IT."
               ADD 1 TO ENTRIES-SKIPPED-COUNT
           ELSE
               SET ENTRY-RELEASED TO TRUE
               MOVE SO-OPERATOR-ID      TO MJ-APPROVED-BY
               MOVE MJ-ENTRY-DATE (1:6) TO MJ-LAST-PERIOD
               REWRITE MANUAL-JOURNAL-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE ERROR ON MANJRNL -- STATUS "
                           MANJRNL-FILE-STATUS
                   NOT INVALID KEY
                       PERFORM 510-WRITE-JOURNAL-LINES
                       ADD 1 TO ENTRIES-APPROVED-COUNT
                       DISPLAY "ENTRY APPROVED AND SENT TO THE "
                           "JOURNAL."
               END-REWRITE.
      *
       510-WRITE-JOURNAL-LINES.
      *
           OPEN EXTEND GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               OPEN OUTPUT GLJRNL.
           IF NOT GLJRNL-SUCCESSFUL
               DISPLAY "JOURNAL NOT WRITTEN -- STATUS "
                   GLJRNL-FILE-STATUS
           ELSE
               PERFORM 520-WRITE-JOURNAL-LINE
                   VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > MJ-LINE-COUNT
               CLOSE GLJRNL.
      *
       520-WRITE-JOURNAL-LINE.
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
       600-DELETE-HELD-ENTRY.
      *
           DELETE MANJRNL
               INVALID KEY
                   DISPLAY "DELETE ERROR ON MANJRNL -- STATUS "
                       MANJRNL-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO ENTRIES-REJECTED-COUNT
                   DISPLAY "ENTRY REJECTED -- NOTHING SENT TO THE "
                       "JOURNAL."
           END-DELETE.
