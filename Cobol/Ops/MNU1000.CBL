      *    PROGRAMS END WITH GOBACK, SO CONTROL RETURNS HERE ON
      *    EXIT; THE CRIB SHEET OF EIGHT-CHARACTER NAMES TAPED TO
      *    THE MONITOR CAN COME DOWN.
      *
      *    ABOVE THE MENU SITS THE WORK QUEUE: A COUNT OF EACH
      *    KIND OF EXCEPTION WAITING FOR A PERSON -- HELD
      *    VOUCHERS, CREDIT-HELD ORDER LINES, RECEIPTS IN
      *    QUARANTINE, REJECTED TRANSACTIONS, OPEN REPLENISHMENT
      *    MOVES, QUOTES ABOUT TO EXPIRE, AND WAIT-LISTED
      *    STUDENTS -- LIMITED TO THE QUEUES THE OPERATOR'S
      *    AUTHORITY CAN ACT ON. THE QUEUE LINES ARE NUMBERED 91
      *    THROUGH 97, SO MENU ENTRIES STAY BELOW 91, AND PICKING
      *    ONE CALLS THE PROGRAM THAT CLEARS IT. THE COUNTS ARE
      *    TAKEN AFRESH EVERY TIME THE MENU IS SHOWN, SO WORK
      *    CLEARED SHOWS AS SOON AS CONTROL COMES BACK. EACH
      *    CALLED PROGRAM IS CANCELLED ON RETURN SO THE NEXT CALL
      *    STARTS IT CLEAN.
      *
       ENVIRONMENT DIVISION.
      *
           SELECT MENUCTL  ASSIGN TO "c:\cobol\data\menuctl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MENUCTL-FILE-STATUS.
           SELECT APVCHR   ASSIGN TO "c:\cobol\data\apvchr.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT ORDFILE  ASSIGN TO "c:\cobol\data\ordfile.dat"
                           FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT QUARFILE ASSIGN TO "c:\cobol\data\inshold.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS QR-TAG-NO
                           FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT ERRRCT   ASSIGN TO "c:\cobol\data\errtranl.dat"
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT ERRMNT   ASSIGN TO "c:\cobol\data\errtran.dat"
                           FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT ERRREG   ASSIGN TO "c:\cobol\data\errreg.dat"
                           FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT MOVETASK ASSIGN TO "c:\cobol\data\movetask.dat"
                           ORGANIZATION IS INDEXED
                           ACCESS IS SEQUENTIAL
                           RECORD KEY IS MT-TASK-NO
                           FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT QUOFILE  ASSIGN TO "c:\cobol\data\quofile.dat"
                           FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT WAITLIST ASSIGN TO "c:\cobol\data\waitlist.dat"
                           FILE STATUS IS QUEUE-FILE-STATUS.
      *
       DATA DIVISION.
      *
           05  MC-PROGRAM-NAME         PIC X(8).
           05  MC-DESCRIPTION          PIC X(30).
           05  MC-MIN-AUTHORITY        PIC 9.
      *
       FD  APVCHR.
      *
       COPY "Apvchr.cpy".
      *
       FD  ORDFILE.
      *
       COPY "Ordfile.cpy".
      *
       FD  QUARFILE.
      *
       COPY "Quarfile.cpy".
      *
       FD  ERRRCT.
       01  ERROR-RECEIPT-RECORD        PIC X(33).
      *
       FD  ERRMNT.
       01  ERROR-MAINT-RECORD          PIC X(101).
      *
       FD  ERRREG.
       01  ERROR-REG-RECORD            PIC X(84).
      *
       FD  MOVETASK.
      *
       COPY "Movetask.cpy".
      *
       FD  QUOFILE.
      *
       COPY "Quofile.cpy".
      *
       FD  WAITLIST.
       01  WAIT-LIST-RECORD            PIC X(84).
      *
       WORKING-STORAGE SECTION.
      *
               88  MENUCTL-EOF                     VALUE "Y".
           05  ENTRY-FOUND-SWITCH          PIC X.
               88  ENTRY-FOUND                     VALUE "Y".
           05  QUEUE-EOF-SWITCH            PIC X.
               88  QUEUE-EOF                       VALUE "Y".
      *
       01  FILE-STATUS-FIELDS.
           05  MENUCTL-FILE-STATUS     PIC XX.
               88  MENUCTL-SUCCESSFUL          VALUE "00".
           05  QUEUE-FILE-STATUS       PIC XX.
               88  QUEUE-FILE-SUCCESSFUL       VALUE "00".
      *
       01  ENTRY-FIELDS.
           05  ENTRY-SELECTION         PIC 9(2).
      *
       01  CALL-WORK-FIELDS.
           05  CALLED-PROGRAM-NAME     PIC X(8).
      *
      *    ONE LINE PER QUEUE: SELECTION NUMBER, THE PROGRAM THAT
      *    CLEARS IT, CAPTION, AND THE AUTHORITY THAT PROGRAM
      *    DEMANDS. THE COUNTS ARE KEPT IN THE SAME ORDER.
      *
       01  WORK-QUEUE-VALUES.
           05  FILLER                  PIC X(41)   VALUE
               "91VHR1000 HELD A/P VOUCHERS             3".
           05  FILLER                  PIC X(41)   VALUE
               "92CHR1000 CREDIT-HELD ORDER LINES       3".
           05  FILLER                  PIC X(41)   VALUE
               "93INS1000 RECEIPTS IN QUARANTINE        2".
           05  FILLER                  PIC X(41)   VALUE
               "94ERR1000 REJECTED TRANSACTIONS         2".
           05  FILLER                  PIC X(41)   VALUE
               "95RPC1000 OPEN REPLENISHMENT MOVES      2".
           05  FILLER                  PIC X(41)   VALUE
               "96QTA1000 QUOTES EXPIRING WITHIN A WEEK 1".
           05  FILLER                  PIC X(41)   VALUE
               "97CCM1000 WAIT-LISTED STUDENTS          2".
       01  WORK-QUEUE-TABLE REDEFINES WORK-QUEUE-VALUES.
           05  WORK-QUEUE-ENTRY            OCCURS 7 TIMES.
               10  WQ-ENTRY-NO             PIC 9(2).
               10  WQ-PROGRAM-NAME         PIC X(8).
               10  WQ-DESCRIPTION          PIC X(30).
               10  WQ-MIN-AUTHORITY        PIC 9.
      *
       01  WORK-QUEUE-COUNTS.
           05  QUEUE-SUB               PIC S9(3)   COMP.
           05  WQ-ITEM-COUNT           PIC S9(5)   COMP
                                       OCCURS 7 TIMES.
           05  DISPLAY-QUEUE-COUNT     PIC ZZ,ZZ9.
      *
      *    A QUOTE COUNTS AS EXPIRING WHEN IT IS STILL OPEN AND
      *    LAPSES WITHIN THE WARNING WINDOW, OR HAS LAPSED ALREADY
      *    WITHOUT BEING CONVERTED. LINES OF ONE QUOTE ARE
      *    TOGETHER ON THE FILE, SO EACH QUOTE COUNTS ONCE.
      *
       01  QUOTE-EXPIRY-FIELDS.
           05  QUOTE-WARNING-DAYS      PIC S9(3)   VALUE 7.
           05  QUOTE-CUTOFF-DATE       PIC 9(8).
           05  LAST-QUOTE-COUNTED      PIC 9(6).
      *
       01  RUN-DATE-FIELDS.
           05  CURRENT-DATE-AND-TIME.
               10  RUN-DATE            PIC 9(8).
               10  FILLER              PIC X(13).
      *
       COPY "Dtereq.cpy".
      *
       COPY "Sgnreq.cpy".
      *
      *
       000-RUN-OPERATOR-MENU.
      *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           DISPLAY "MNU1000 OPERATOR MENU".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               DISPLAY "MENU CONTROL FILE IS EMPTY OR MISSING -- "
                   "NOTHING TO OFFER."
               STOP RUN.
           PERFORM 150-SET-QUOTE-CUTOFF.
           PERFORM 200-OFFER-MENU-CHOICE
               UNTIL END-OF-SESSION.
           DISPLAY "MNU1000 SESSION ENDED.".
                           MC-ENTRY-NO " NOT OFFERED."
                   END-IF
           END-READ.
      *
       150-SET-QUOTE-CUTOFF.
      *
           MOVE RUN-DATE TO QUOTE-CUTOFF-DATE.
           SET DATE-TO-DAYS TO TRUE.
           MOVE RUN-DATE TO DC-DATE-1.
           CALL "DTE1000" USING DATE-CONVERSION-REQUEST.
           IF DATE-REQUEST-OK
               ADD QUOTE-WARNING-DAYS TO DC-DAY-COUNT
               SET DAYS-TO-DATE TO TRUE
               CALL "DTE1000" USING DATE-CONVERSION-REQUEST
               IF DATE-REQUEST-OK
                   MOVE DC-DATE-1 TO QUOTE-CUTOFF-DATE.
      *
       200-OFFER-MENU-CHOICE.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "OPERATOR " SO-OPERATOR-ID
               "  AUTHORITY " SO-AUTHORITY-LEVEL.
           PERFORM 400-COUNT-WORK-QUEUES.
           DISPLAY "WORK QUEUE".
           PERFORM 220-SHOW-ONE-QUEUE
               VARYING QUEUE-SUB FROM 1 BY 1
               UNTIL QUEUE-SUB > 7.
           DISPLAY "MENU".
           PERFORM 210-SHOW-ONE-ENTRY
               VARYING MENU-SUB FROM 1 BY 1
               UNTIL MENU-SUB > MENU-ENTRY-COUNT.
           IF ENTRY-SELECTION = 99
               MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
               IF ENTRY-SELECTION >= 91 AND ENTRY-SELECTION <= 97
                   PERFORM 350-RUN-CHOSEN-QUEUE
               ELSE
                   PERFORM 300-RUN-CHOSEN-FUNCTION.
      *
       210-SHOW-ONE-ENTRY.
      *
           IF SO-AUTHORITY-LEVEL >= ME-MIN-AUTHORITY (MENU-SUB)
               DISPLAY "  " ME-ENTRY-NO (MENU-SUB) "  "
                   ME-DESCRIPTION (MENU-SUB).
      *
       220-SHOW-ONE-QUEUE.
      *
           IF SO-AUTHORITY-LEVEL >= WQ-MIN-AUTHORITY (QUEUE-SUB)
               MOVE WQ-ITEM-COUNT (QUEUE-SUB) TO DISPLAY-QUEUE-COUNT
               DISPLAY "  " WQ-ENTRY-NO (QUEUE-SUB) "  "
                   WQ-DESCRIPTION (QUEUE-SUB) DISPLAY-QUEUE-COUNT.
      *
       300-RUN-CHOSEN-FUNCTION.
      *
               ELSE
                   MOVE ME-PROGRAM-NAME (MENU-SUB)
                       TO CALLED-PROGRAM-NAME
                   PERFORM 370-CALL-PROGRAM.
      *
       350-RUN-CHOSEN-QUEUE.
      *
           COMPUTE QUEUE-SUB = ENTRY-SELECTION - 90.
           IF SO-AUTHORITY-LEVEL < WQ-MIN-AUTHORITY (QUEUE-SUB)
               DISPLAY "YOUR AUTHORITY DOES NOT COVER THAT "
                   "FUNCTION."
           ELSE
               MOVE WQ-PROGRAM-NAME (QUEUE-SUB)
                   TO CALLED-PROGRAM-NAME
               PERFORM 370-CALL-PROGRAM.
      *
       370-CALL-PROGRAM.
      *
           CALL CALLED-PROGRAM-NAME
               ON EXCEPTION
                   DISPLAY "PROGRAM " CALLED-PROGRAM-NAME
                       " COULD NOT BE CALLED."
           END-CALL.
           CANCEL CALLED-PROGRAM-NAME.
      *
      *    EVERY QUEUE FILE IS OPENED, COUNTED, AND CLOSED AGAIN
      *    EACH TIME, SO THE PROGRAMS CALLED FROM HERE FIND THEM
      *    FREE. A FILE THAT IS NOT THERE COUNTS AS NOTHING
      *    WAITING.
      *
       400-COUNT-WORK-QUEUES.
      *
           PERFORM 405-CLEAR-ONE-COUNT
               VARYING QUEUE-SUB FROM 1 BY 1
               UNTIL QUEUE-SUB > 7.
           PERFORM 410-COUNT-HELD-VOUCHERS.
           PERFORM 420-COUNT-HELD-ORDER-LINES.
           PERFORM 430-COUNT-QUARANTINED-RECEIPTS.
           PERFORM 440-COUNT-REJECTED-TRANS.
           PERFORM 450-COUNT-OPEN-MOVE-TASKS.
           PERFORM 460-COUNT-EXPIRING-QUOTES.
           PERFORM 470-COUNT-WAIT-LISTED-STUDENTS.
      *
       405-CLEAR-ONE-COUNT.
      *
           MOVE ZERO TO WQ-ITEM-COUNT (QUEUE-SUB).
      *
       410-COUNT-HELD-VOUCHERS.
      *
           MOVE "N" TO QUEUE-EOF-SWITCH.
           OPEN INPUT APVCHR.
           IF QUEUE-FILE-SUCCESSFUL
               PERFORM 415-COUNT-NEXT-VOUCHER
                   UNTIL QUEUE-EOF
               CLOSE APVCHR.
      *
       415-COUNT-NEXT-VOUCHER.
      *
           READ APVCHR
               AT END
                   MOVE "Y" TO QUEUE-EOF-SWITCH
               NOT AT END
                   IF VOUCHER-HELD
                       ADD 1 TO WQ-ITEM-COUNT (1)
                   END-IF
           END-READ.
      *
       420-COUNT-HELD-ORDER-LINES.
      *
           MOVE "N" TO QUEUE-EOF-SWITCH.
           OPEN INPUT ORDFILE.
           IF QUEUE-FILE-SUCCESSFUL
               PERFORM 425-COUNT-NEXT-ORDER-LINE
                   UNTIL QUEUE-EOF
               CLOSE ORDFILE.
      *
       425-COUNT-NEXT-ORDER-LINE.
      *
           READ ORDFILE
               AT END
                   MOVE "Y" TO QUEUE-EOF-SWITCH
               NOT AT END
                   IF ORDER-HELD
                       ADD 1 TO WQ-ITEM-COUNT (2)
                   END-IF
           END-READ.
      *
       430-COUNT-QUARANTINED-RECEIPTS.
      *
           MOVE "N" TO QUEUE-EOF-SWITCH.
           OPEN INPUT QUARFILE.
           IF QUEUE-FILE-SUCCESSFUL
               PERFORM 435-COUNT-NEXT-QUARANTINE
                   UNTIL QUEUE-EOF
               CLOSE QUARFILE.
      *
      *    A HELD LINE STILL WAITS FOR THE INSPECTOR; AN ACCEPTED
      *    ONE STILL WAITS FOR THE RELEASE FUNCTION.
      *
       435-COUNT-NEXT-QUARANTINE.
      *
           READ QUARFILE
               AT END
                   MOVE "Y" TO QUEUE-EOF-SWITCH
               NOT AT END
                   IF QUARANTINE-HELD OR QUARANTINE-ACCEPTED
                       ADD 1 TO WQ-ITEM-COUNT (3)
                   END-IF
           END-READ.
      *
      *    ALL THREE REJECT FILES ERR1000 WORKS FROM COUNT TOWARD
      *    THE ONE QUEUE.
      *
       440-COUNT-REJECTED-TRANS.
      *
           MOVE "N" TO QUEUE-EOF-SWITCH.
           OPEN INPUT ERRRCT.
           IF QUEUE-FILE-SUCCESSFUL
               PERFORM 441-COUNT-NEXT-RECEIPT-REJECT
                   UNTIL QUEUE-EOF
               CLOSE ERRRCT.
           MOVE "N" TO QUEUE-EOF-SWITCH.
           OPEN INPUT ERRMNT.
           IF QUEUE-FILE-SUCCESSFUL
               PERFORM 442-COUNT-NEXT-MAINT-REJECT
                   UNTIL QUEUE-EOF
               CLOSE ERRMNT.
           MOVE "N" TO QUEUE-EOF-SWITCH.
           OPEN INPUT ERRREG.
           IF QUEUE-FILE-SUCCESSFUL
               PERFORM 443-COUNT-NEXT-REG-REJECT
                   UNTIL QUEUE-EOF
               CLOSE ERRREG.
      *
       441-COUNT-NEXT-RECEIPT-REJECT.
      *
           READ ERRRCT
               AT END
                   MOVE "Y" TO QUEUE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WQ-ITEM-COUNT (4)
           END-READ.
      *
       442-COUNT-NEXT-MAINT-REJECT.
      *
           READ ERRMNT
               AT END
                   MOVE "Y" TO QUEUE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WQ-ITEM-COUNT (4)
           END-READ.
      *
       443-COUNT-NEXT-REG-REJECT.
      *
           READ ERRREG
               AT END
                   MOVE "Y" TO QUEUE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WQ-ITEM-COUNT (4)
           END-READ.
      *
       450-COUNT-OPEN-MOVE-TASKS.
      *
           MOVE "N" TO QUEUE-EOF-SWITCH.
           OPEN INPUT MOVETASK.
           IF QUEUE-FILE-SUCCESSFUL
               PERFORM 455-COUNT-NEXT-MOVE-TASK
                   UNTIL QUEUE-EOF
               CLOSE MOVETASK.
      *
       455-COUNT-NEXT-MOVE-TASK.
      *
           READ MOVETASK
               AT END
                   MOVE "Y" TO QUEUE-EOF-SWITCH
               NOT AT END
                   IF MOVE-TASK-OPEN
                       ADD 1 TO WQ-ITEM-COUNT (5)
                   END-IF
           END-READ.
      *
       460-COUNT-EXPIRING-QUOTES.
      *
           MOVE "N"  TO QUEUE-EOF-SWITCH.
           MOVE ZERO TO LAST-QUOTE-COUNTED.
           OPEN INPUT QUOFILE.
           IF QUEUE-FILE-SUCCESSFUL
               PERFORM 465-COUNT-NEXT-QUOTE-LINE
                   UNTIL QUEUE-EOF
               CLOSE QUOFILE.
      *
       465-COUNT-NEXT-QUOTE-LINE.
      *
           READ QUOFILE
               AT END
                   MOVE "Y" TO QUEUE-EOF-SWITCH
               NOT AT END
                   IF QUOTE-OPEN
                     AND QU-EXPIRY-DATE <= QUOTE-CUTOFF-DATE
                     AND QU-QUOTE-NO NOT = LAST-QUOTE-COUNTED
                       ADD 1 TO WQ-ITEM-COUNT (6)
                       MOVE QU-QUOTE-NO TO LAST-QUOTE-COUNTED
                   END-IF
           END-READ.
      *
      *    EVERY RECORD ON THE WAIT LIST IS A STUDENT STILL
      *    WAITING. THE REGISTRATION RUN PROMOTES THEM INTO SEATS
      *    THE CATALOG OPENS UP AND DROPS THEM FROM THE LIST.
      *
       470-COUNT-WAIT-LISTED-STUDENTS.
      *
           MOVE "N" TO QUEUE-EOF-SWITCH.
           OPEN INPUT WAITLIST.
           IF QUEUE-FILE-SUCCESSFUL
               PERFORM 475-COUNT-NEXT-WAIT-ENTRY
                   UNTIL QUEUE-EOF
               CLOSE WAITLIST.
      *
       475-COUNT-NEXT-WAIT-ENTRY.
      *
           READ WAITLIST
               AT END
                   MOVE "Y" TO QUEUE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WQ-ITEM-COUNT (7)
           END-READ.
