       IDENTIFICATION DIVISION.
      *
       PROGRAM-ID. REB1000.
      *
      *    VOLUME-REBATE AGREEMENT MAINTENANCE. ONE AGREEMENT PER
      *    CUSTOMER: THE AGREEMENT PERIOD AND UP TO THREE TIERS OF
      *    PURCHASE THRESHOLD AND REBATE PERCENT. THE QUARTERLY
      *    RUN, REB2000, ACCRUES AGAINST IT AND SETTLES IT AT THE
      *    PERIOD END. CHANGING AN ACTIVE AGREEMENT KEEPS WHAT HAS
      *    BEEN ACCRUED SO THE NEXT RUN TRUES IT UP; KEYING A NEW
      *    PERIOD OVER A SETTLED ONE STARTS THE NEXT AGREEMENT
      *    FROM ZERO.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
      *
           SELECT REBATE   ASSIGN TO "c:\cobol\data\rebate.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS RANDOM
                           RECORD KEY IS RB-CUSTOMER-NO
                           FILE STATUS IS REBATE-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  REBATE.
      *
       COPY "Rebate.cpy".
      *
       WORKING-STORAGE SECTION.
      *
       01  SWITCHES.
           05  END-OF-SESSION-SWITCH       PIC X   VALUE "N".
               88  END-OF-SESSION                  VALUE "Y".
           05  VALID-AGREEMENT-SWITCH      PIC X   VALUE "Y".
               88  VALID-AGREEMENT                 VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  REBATE-FILE-STATUS      PIC XX.
               88  REBATE-SUCCESSFUL           VALUE "00".
               88  REBATE-NOT-FOUND            VALUE "35".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-CUSTOMER-NO       PIC X(5).
           05  ENTRY-PERIOD-START      PIC 9(8).
           05  ENTRY-PERIOD-END        PIC 9(8).
           05  ENTRY-TIER-THRESHOLD    PIC 9(7)V99.
           05  ENTRY-TIER-RATE         PIC 9(2)V99.
      *
       01  TIER-SUB                    PIC S9(3)   COMP.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-THRESHOLD       PIC Z,ZZZ,ZZ9.99.
           05  DISPLAY-RATE            PIC Z9.99.
           05  DISPLAY-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
      *
       PROCEDURE DIVISION.
      *
       000-MAINTAIN-REBATE-AGREEMENTS.
      *
           DISPLAY "REB1000 VOLUME-REBATE AGREEMENT MAINTENANCE".
           OPEN I-O REBATE.
           IF REBATE-NOT-FOUND
               OPEN OUTPUT REBATE
               CLOSE REBATE
               OPEN I-O REBATE.
           IF NOT REBATE-SUCCESSFUL
               DISPLAY "OPEN ERROR ON REBATE -- STATUS "
                   REBATE-FILE-STATUS
               STOP RUN.
           PERFORM 100-MAINTAIN-REBATE-AGREEMENT
               UNTIL END-OF-SESSION.
           CLOSE REBATE.
           DISPLAY "REB1000 SESSION ENDED.".
           STOP RUN.
      *
       100-MAINTAIN-REBATE-AGREEMENT.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER CUSTOMER NUMBER, OR 99999 TO END.".
           ACCEPT ENTRY-CUSTOMER-NO.
           IF ENTRY-CUSTOMER-NO = "99999"
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF ENTRY-CUSTOMER-NO NOT NUMERIC
                   DISPLAY "CUSTOMER NUMBER MUST BE 5 DIGITS."
               ELSE
                   PERFORM 200-SHOW-AND-SET-AGREEMENT.
      *
       200-SHOW-AND-SET-AGREEMENT.
      *
           MOVE ENTRY-CUSTOMER-NO TO RB-CUSTOMER-NO.
           READ REBATE
               INVALID KEY
                   DISPLAY "NO REBATE AGREEMENT ON FILE FOR THIS "
                       "CUSTOMER."
                   PERFORM 250-START-NEW-AGREEMENT
                   PERFORM 300-ACCEPT-AGREEMENT-FIELDS
                   IF VALID-AGREEMENT
                       WRITE REBATE-AGREEMENT-RECORD
                           INVALID KEY
                               DISPLAY "WRITE ERROR ON REBATE."
                           NOT INVALID KEY
                               DISPLAY "REBATE AGREEMENT ADDED."
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   PERFORM 210-SHOW-AGREEMENT
                   IF REBATE-SETTLED
                       DISPLAY "AGREEMENT IS SETTLED -- NEW ENTRIES "
                           "START THE NEXT PERIOD."
                       PERFORM 250-START-NEW-AGREEMENT
                   END-IF
                   PERFORM 300-ACCEPT-AGREEMENT-FIELDS
                   IF VALID-AGREEMENT
                       REWRITE REBATE-AGREEMENT-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE ERROR ON REBATE."
                           NOT INVALID KEY
                               DISPLAY "REBATE AGREEMENT CHANGED."
                       END-REWRITE
                   END-IF
           END-READ.
      *
       210-SHOW-AGREEMENT.
      *
           DISPLAY "PERIOD " RB-PERIOD-START " THROUGH "
               RB-PERIOD-END.
           PERFORM 220-SHOW-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.
           MOVE RB-ACCRUED-TO-DATE TO DISPLAY-AMOUNT.
           DISPLAY "ACCRUED TO DATE " DISPLAY-AMOUNT
               "  LAST ACCRUAL " RB-LAST-ACCRUAL-DATE.
           IF REBATE-SETTLED
               DISPLAY "SETTLED " RB-SETTLED-DATE.
      *
       220-SHOW-ONE-TIER.
      *
           IF RB-TIER-RATE (TIER-SUB) > ZERO
               MOVE RB-TIER-THRESHOLD (TIER-SUB) TO DISPLAY-THRESHOLD
               MOVE RB-TIER-RATE (TIER-SUB)      TO DISPLAY-RATE
               DISPLAY "TIER " TIER-SUB " OVER " DISPLAY-THRESHOLD
                   "  PAYS " DISPLAY-RATE " PERCENT".
      *
       250-START-NEW-AGREEMENT.
      *
           MOVE ZERO TO RB-PURCHASES-TO-DATE
                        RB-ACCRUED-TO-DATE
                        RB-LAST-ACCRUAL-DATE
                        RB-SETTLED-DATE.
           SET REBATE-ACTIVE TO TRUE.
      *
       300-ACCEPT-AGREEMENT-FIELDS.
      *
           MOVE "Y" TO VALID-AGREEMENT-SWITCH.
           DISPLAY "ENTER PERIOD START DATE (YYYYMMDD).".
           ACCEPT ENTRY-PERIOD-START.
           DISPLAY "ENTER PERIOD END DATE (YYYYMMDD).".
           ACCEPT ENTRY-PERIOD-END.
           IF ENTRY-PERIOD-END NOT > ENTRY-PERIOD-START
               DISPLAY "PERIOD END MUST FALL AFTER PERIOD START."
               MOVE "N" TO VALID-AGREEMENT-SWITCH.
           MOVE ENTRY-CUSTOMER-NO  TO RB-CUSTOMER-NO.
           MOVE ENTRY-PERIOD-START TO RB-PERIOD-START.
           MOVE ENTRY-PERIOD-END   TO RB-PERIOD-END.
           DISPLAY "ENTER UP TO THREE TIERS, LOWEST THRESHOLD "
               "FIRST. A ZERO RATE LEAVES THE TIER UNUSED.".
           PERFORM 310-ACCEPT-ONE-TIER
               VARYING TIER-SUB FROM 1 BY 1
               UNTIL TIER-SUB > 3.
           IF RB-TIER-RATE (1) = ZERO
               DISPLAY "THE FIRST TIER MUST CARRY A RATE."
               MOVE "N" TO VALID-AGREEMENT-SWITCH.
           IF NOT VALID-AGREEMENT
               DISPLAY "AGREEMENT NOT SAVED.".
      *
       310-ACCEPT-ONE-TIER.
      *
           DISPLAY "TIER " TIER-SUB " THRESHOLD (NNNNNNN.NN).".
           ACCEPT ENTRY-TIER-THRESHOLD.
           DISPLAY "TIER " TIER-SUB " REBATE PERCENT (NN.NN).".
           ACCEPT ENTRY-TIER-RATE.
           IF ENTRY-TIER-RATE = ZERO
               MOVE ZERO TO RB-TIER-THRESHOLD (TIER-SUB)
                            RB-TIER-RATE (TIER-SUB)
           ELSE
               MOVE ENTRY-TIER-THRESHOLD TO RB-TIER-THRESHOLD (TIER-SUB)
               MOVE ENTRY-TIER-RATE      TO RB-TIER-RATE (TIER-SUB)
               IF TIER-SUB > 1
                   IF RB-TIER-RATE (TIER-SUB - 1) = ZERO
                     OR RB-TIER-THRESHOLD (TIER-SUB) NOT >
                        RB-TIER-THRESHOLD (TIER-SUB - 1)
                       DISPLAY "TIER " TIER-SUB " MUST FOLLOW A USED "
                           "TIER WITH A HIGHER THRESHOLD."
                       MOVE "N" TO VALID-AGREEMENT-SWITCH.
